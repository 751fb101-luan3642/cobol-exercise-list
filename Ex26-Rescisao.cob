      ******************************************************************
      * Author:
      * Date:
      * Purpose: termination settlement (rescisao) for EX26 - prices
      *          every pending trigger that FUNC-MOVIMENTO queues in
      *          FUNCDESL.DAT when it applies a desligamento, and
      *          marks it calculated so it is never paid twice. The
      *          reference pay is the average gross of the 12 months
      *          before the termination month in EX26SALHIS.DAT. The
      *          settlement pays the salary days of the termination
      *          month (unless EX26-SALARIO already paid that month),
      *          the vacation balance of EX26FERSLD.DAT plus one
      *          third, the proportional 13th salary (months of 15
      *          days or more, leaves other than FERIAS excluded, not
      *          due on justa causa) less a first installment already
      *          paid, and the hours-bank balance of EX26BCOMOV.DAT
      *          (average / 220 per hour, credit paid, debit
      *          deducted). Notice by reason: sem justa causa with
      *          notice indenizado pays 30 days plus 3 per full year
      *          of service up to 90, acordo pays half of that,
      *          pedido de demissao without the notice worked deducts
      *          30 days, justa causa and termino de contrato have no
      *          notice. INSS/IRRF from EX26-TRIBUTOS fall on the
      *          salary days and the 13th. Writes EX26LIQRES.DAT in
      *          the net-pay layout (tipo R) for EX26-REMESSA,
      *          appends it to EX26LIQHIS.DAT, and writes the
      *          settlement statements EX26TRCT.DAT and the register
      *          EX26RESREL.DAT. A trigger without salary history or
      *          tax table stays pending and the run ends with
      *          RETURN-CODE 4. The register is totaled per company
      *          of the employee, with the totals of the whole group
      *          only when SIS-CONSOLIDA left a request for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-RESCISAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-DESLIG-FILE ASSIGN TO 'FUNCDESL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DESLIG-STATUS.
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
           SELECT EX26-SALDO-FILE ASSIGN TO 'EX26FERSLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.
           SELECT EX26-BANCO-FILE ASSIGN TO 'EX26BCOMOV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BANCO-STATUS.
           SELECT EX26-LIQUIDO-HIS-FILE ASSIGN TO 'EX26LIQHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQHIS-STATUS.
           SELECT EX26-LIQUIDO-FILE ASSIGN TO 'EX26LIQRES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQUIDO-STATUS.
           SELECT EX26-TERMO-FILE ASSIGN TO 'EX26TRCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TERMO-STATUS.
           SELECT EX26-RESCISAO-REL-FILE ASSIGN TO 'EX26RESREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-DESLIG-FILE.
       01 FUNC-DESLIG-LINHA PIC X(16).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  EX26-SALDO-FILE.
       01 EX26-SALDO-LINHA PIC X(23).

       FD  EX26-BANCO-FILE.
       01 EX26-BANCO-LINHA PIC X(17).

       FD  EX26-LIQUIDO-HIS-FILE.
       01 EX26-LIQUIDO-HIS-LINHA PIC X(68).

       FD  EX26-LIQUIDO-FILE.
       01 EX26-LIQUIDO-LINHA PIC X(68).

       FD  EX26-TERMO-FILE.
       01 EX26-TERMO-LINHA PIC X(80).

       FD  EX26-RESCISAO-REL-FILE.
       01 EX26-RESCISAO-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-DESLIG-STATUS      PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS      PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SALHIS-STATUS      PIC X(02) VALUE '00'.
       77 WRK-SALDO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-BANCO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-LIQHIS-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LIQUIDO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-TERMO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-MES-NA-FOLHA PIC X(01) VALUE 'N'.
           88 WRK-MES-NA-FOLHA-OK VALUE 'S'.

       01 WRK-TABELA-DESLIGAMENTOS.
           05 WRK-TAB-DSL OCCURS 500 TIMES
               INDEXED BY WRK-DSL-IDX.
               10 WRK-TAB-DSL-REGISTRO PIC X(16).
       77 WRK-QTD-DESLIGAMENTOS PIC 9(03) VALUE ZEROS.

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
               10 WRK-TAB-PRI-ANO       PIC 9(04).
               10 WRK-TAB-PRI-VALOR     PIC 9(07)V99.
       77 WRK-QTD-PRIMEIRAS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-FERIAS.
           05 WRK-TAB-FER OCCURS 1000 TIMES
               INDEXED BY WRK-FER-IDX.
               10 WRK-TAB-FER-MATRICULA PIC 9(05).
               10 WRK-TAB-FER-SALDO     PIC 9(04).
       77 WRK-QTD-FERIAS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-BANCO.
           05 WRK-TAB-BCO OCCURS 1000 TIMES
               INDEXED BY WRK-BCO-IDX.
               10 WRK-TAB-BCO-MATRICULA PIC 9(05).
               10 WRK-TAB-BCO-SALDO     PIC S9(05)V99.
       77 WRK-QTD-BANCO PIC 9(04) VALUE ZEROS.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-COMP-MEDIA-DE  PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-MEDIA-ATE PIC 9(06) VALUE ZEROS.

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
       01 WRK-DATA-ADMISSAO.
           05 WRK-AD-ANO PIC 9(04).
           05 WRK-AD-MES PIC 9(02).
           05 WRK-AD-DIA PIC 9(02).
       01 WRK-DATA-ADMISSAO-N REDEFINES WRK-DATA-ADMISSAO PIC 9(08).
       01 WRK-DATA-CALCULO.
           05 WRK-DC-ANO PIC 9(04).
           05 WRK-DC-MES PIC 9(02).
           05 WRK-DC-DIA PIC 9(02).
       01 WRK-DATA-CALCULO-N REDEFINES WRK-DATA-CALCULO PIC 9(08).
       01 WRK-DATA-EDITADA.
           05 WRK-DE-DIA PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-MES PIC 99.
           05 FILLER     PIC X(01) VALUE '/'.
           05 WRK-DE-ANO PIC 9999.

       77 WRK-MES-CALC     PIC 9(02) VALUE ZEROS.
       77 WRK-MES-LIMITE   PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-MES     PIC S9(03) VALUE ZEROS.
       77 WRK-DIAS-AFAST   PIC S9(03) VALUE ZEROS.
       77 WRK-AVOS         PIC 9(02) VALUE ZEROS.
       77 WRK-DIVIDO-TEMP  PIC 9(05) VALUE ZEROS.
       77 WRK-REM4         PIC 9(02) VALUE ZEROS.
       77 WRK-REM100       PIC 9(02) VALUE ZEROS.
       77 WRK-REM400       PIC 9(02) VALUE ZEROS.
       77 WRK-ANOS-SERVICO PIC S9(03) VALUE ZEROS.

       77 WRK-SOMA-BRUTO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-MESES-SAL  PIC 9(02) VALUE ZEROS.
       77 WRK-MEDIA         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DIA     PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-VALOR-HORA    PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-DIAS-SALDO    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-FERIAS   PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-AVISO    PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-HORAS   PIC S9(05)V99 VALUE ZEROS.
       77 WRK-VLR-SALDO-SAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-FERIAS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-TERCO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-DECIMO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-BANCO-CRED PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-BANCO-DEB PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-AVISO-PROV PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-AVISO-DESC PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRIMEIRA      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC  PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DESC-MOTIVO   PIC X(22) VALUE SPACES.
       77 WRK-DESC-AVISO    PIC X(12) VALUE SPACES.

       77 WRK-QT-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-OUTROS     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO  PIC 9(02).
               10 WRK-TAB-EMT-QTD     PIC 9(05).
               10 WRK-TAB-EMT-BRUTO   PIC 9(09)V99.
               10 WRK-TAB-EMT-INSS    PIC 9(09)V99.
               10 WRK-TAB-EMT-IRRF    PIC 9(09)V99.
               10 WRK-TAB-EMT-OUTROS  PIC 9(09)V99.
               10 WRK-TAB-EMT-LIQUIDO PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'REGISTRO DE RESCISOES CONTRATUAIS - EX26-RESCISAO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-REGISTRO.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LR-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LR-MOTIVO      PIC X(01).
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
           05 FILLER            PIC X(09) VALUE ' OUTROS: '.
           05 WRK-LM-OUTROS      PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LG-USUARIO     PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.

       01 WRK-TRC-TITULO PIC X(60) VALUE
           'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'.
       01 WRK-TRC-EMPREGADO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-TE-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(08) VALUE '  NOME: '.
           05 WRK-TE-NOME        PIC X(20).
           05 FILLER            PIC X(09) VALUE '  DEPTO: '.
           05 WRK-TE-DEPARTAMENTO PIC X(10).
       01 WRK-TRC-DATAS.
           05 FILLER            PIC X(11) VALUE 'ADMISSAO: '.
           05 WRK-TD-ADMISSAO    PIC X(10).
           05 FILLER            PIC X(17) VALUE '  DESLIGAMENTO: '.
           05 WRK-TD-DESLIGAMENTO PIC X(10).
       01 WRK-TRC-MOTIVO.
           05 FILLER            PIC X(08) VALUE 'MOTIVO: '.
           05 WRK-TM-MOTIVO      PIC X(22).
           05 FILLER            PIC X(16) VALUE '  AVISO PREVIO: '.
           05 WRK-TM-AVISO       PIC X(12).
       01 WRK-TRC-MEDIA.
           05 FILLER            PIC X(30) VALUE
               'REMUNERACAO MEDIA 12 MESES: '.
           05 WRK-TX-MEDIA       PIC ZZZZZZ9,99.
       01 WRK-TRC-COLUNAS.
           05 FILLER            PIC X(30) VALUE 'RUBRICA'.
           05 FILLER            PIC X(15) VALUE '     PROVENTOS'.
           05 FILLER            PIC X(15) VALUE '     DESCONTOS'.
       01 WRK-TRC-RUBRICA.
           05 WRK-TB-DESCRICAO   PIC X(30).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-TB-PROVENTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 WRK-TB-DESCONTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
       01 WRK-TRC-LIQUIDO.
           05 FILLER            PIC X(30) VALUE 'LIQUIDO A RECEBER'.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 WRK-TL-LIQUIDO     PIC ZZZZZZ9,99.
       01 WRK-TRC-ASSINATURA PIC X(60) VALUE
           'RECEBI A IMPORTANCIA ACIMA  ____________________________'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-TRC-SEPARADOR PIC X(60) VALUE ALL '-'.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-CARREGAR-DESLIGAMENTOS.
       PERFORM 0140-CARREGAR-AFASTAMENTOS.
       PERFORM 0160-CARREGAR-SALARIOS.
       PERFORM 0180-CARREGAR-PRIMEIRAS.
       PERFORM 0185-CARREGAR-FERIAS.
       PERFORM 0190-CARREGAR-BANCO.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR VARYING WRK-DSL-IDX FROM 1 BY 1
           UNTIL WRK-DSL-IDX > WRK-QTD-DESLIGAMENTOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0850-REGRAVAR-DESLIGAMENTOS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-PENDENTES = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-CARREGAR-DESLIGAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-DESLIG-FILE
       IF WRK-DESLIG-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-DESLIG-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-DESLIGAMENTOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-DESLIGAMENTOS
                       MOVE FUNC-DESLIG-LINHA TO
                           WRK-TAB-DSL-REGISTRO (WRK-QTD-DESLIGAMENTOS)
               END-READ
           END-PERFORM
           CLOSE FUNC-DESLIG-FILE
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

       0180-CARREGAR-PRIMEIRAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LIQUIDO-HIS-FILE INTO EX26-LIQUIDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-LQ-DECIMO-1
                           MOVE EX26-LQ-COMPETENCIA TO WRK-COMPETENCIA-N
                           PERFORM 0182-GUARDAR-PRIMEIRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-LIQUIDO-HIS-FILE
       END-IF.

       0182-GUARDAR-PRIMEIRA.
       SET WRK-PRI-IDX TO 1
       SEARCH WRK-TAB-PRI
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-PRI-IDX > WRK-QTD-PRIMEIRAS
               ADD 1 TO WRK-QTD-PRIMEIRAS
           WHEN WRK-TAB-PRI-MATRICULA (WRK-PRI-IDX) = EX26-LQ-MATRICULA
              AND WRK-TAB-PRI-ANO (WRK-PRI-IDX) = WRK-CP-ANO
               CONTINUE
       END-SEARCH
       MOVE EX26-LQ-MATRICULA TO WRK-TAB-PRI-MATRICULA (WRK-PRI-IDX)
       MOVE WRK-CP-ANO TO WRK-TAB-PRI-ANO (WRK-PRI-IDX)
       MOVE EX26-LQ-VLR-BRUTO TO WRK-TAB-PRI-VALOR (WRK-PRI-IDX).

       0185-CARREGAR-FERIAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALDO-FILE
       IF WRK-SALDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALDO-FILE INTO EX26-FERIAS-SALDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FERIAS >= 1000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FERIAS
                       MOVE EX26-FS-MATRICULA TO
                           WRK-TAB-FER-MATRICULA (WRK-QTD-FERIAS)
                       MOVE EX26-FS-SALDO TO
                           WRK-TAB-FER-SALDO (WRK-QTD-FERIAS)
               END-READ
           END-PERFORM
           CLOSE EX26-SALDO-FILE
       END-IF.

       0190-CARREGAR-BANCO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-BANCO-FILE
       IF WRK-BANCO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-BANCO-FILE INTO EX26-BANCO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0195-ACUMULAR-BANCO
               END-READ
           END-PERFORM
           CLOSE EX26-BANCO-FILE
       END-IF.

       0195-ACUMULAR-BANCO.
       SET WRK-BCO-IDX TO 1
       SEARCH WRK-TAB-BCO
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-BCO-IDX > WRK-QTD-BANCO
               ADD 1 TO WRK-QTD-BANCO
               MOVE EX26-BC-MATRICULA TO
                   WRK-TAB-BCO-MATRICULA (WRK-BCO-IDX)
               MOVE ZEROS TO WRK-TAB-BCO-SALDO (WRK-BCO-IDX)
           WHEN WRK-TAB-BCO-MATRICULA (WRK-BCO-IDX) = EX26-BC-MATRICULA
               CONTINUE
       END-SEARCH
       EVALUATE TRUE
           WHEN EX26-BC-CREDITO
               ADD EX26-BC-HORAS TO WRK-TAB-BCO-SALDO (WRK-BCO-IDX)
           WHEN EX26-BC-DEBITO
           WHEN EX26-BC-EXPIRADO
               SUBTRACT EX26-BC-HORAS FROM
                   WRK-TAB-BCO-SALDO (WRK-BCO-IDX)
       END-EVALUATE.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT EX26-LIQUIDO-FILE
       OPEN EXTEND EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '35'
           OPEN OUTPUT EX26-LIQUIDO-HIS-FILE
       END-IF
       OPEN OUTPUT EX26-TERMO-FILE
       OPEN OUTPUT EX26-RESCISAO-REL-FILE
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-BRANCO.

       0300-PROCESSAR.
       MOVE WRK-TAB-DSL-REGISTRO (WRK-DSL-IDX) TO FUNC-DESLIGAMENTO-REC
       IF FUNC-DL-PENDENTE
           PERFORM 0400-CALCULAR-RESCISAO
               THRU 0400-CALCULAR-RESCISAO-EXIT
       END-IF.

       0400-CALCULAR-RESCISAO.
       MOVE FUNC-DL-MATRICULA TO WRK-LC-MATRICULA
       MOVE FUNC-DL-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 'MATRICULA NAO CADASTRADA NO MASTER'
                   TO WRK-LC-MENSAGEM
               WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
               GO TO 0400-CALCULAR-RESCISAO-EXIT
       END-READ
       MOVE FUNC-DL-DATA TO WRK-DATA-DESLIGAMENTO-N
       MOVE FUNC-MS-DATA-ADMISSAO TO WRK-DATA-ADMISSAO-N
       MOVE WRK-DG-ANO TO WRK-CP-ANO
       MOVE WRK-DG-MES TO WRK-CP-MES

       PERFORM 0450-CALCULAR-MEDIA
       IF WRK-QT-MESES-SAL = 0
           ADD 1 TO WRK-QT-PENDENTES
           MOVE 'SEM SALARIO NOS 12 MESES ANTERIORES - PENDENTE'
               TO WRK-LC-MENSAGEM
           WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
           GO TO 0400-CALCULAR-RESCISAO-EXIT
       END-IF
       COMPUTE WRK-VALOR-DIA = WRK-MEDIA / 30
       COMPUTE WRK-VALOR-HORA = WRK-MEDIA / 220

       MOVE ZEROS TO WRK-DIAS-SALDO
       MOVE ZEROS TO WRK-VLR-SALDO-SAL
       IF NOT WRK-MES-NA-FOLHA-OK
           MOVE WRK-DG-DIA TO WRK-DIAS-SALDO
           IF WRK-DIAS-SALDO > 30
               MOVE 30 TO WRK-DIAS-SALDO
           END-IF
           COMPUTE WRK-VLR-SALDO-SAL ROUNDED =
               WRK-VALOR-DIA * WRK-DIAS-SALDO
       END-IF

       MOVE ZEROS TO WRK-DIAS-FERIAS
       SET WRK-FER-IDX TO 1
       SEARCH WRK-TAB-FER
           AT END
               CONTINUE
           WHEN WRK-FER-IDX > WRK-QTD-FERIAS
               CONTINUE
           WHEN WRK-TAB-FER-MATRICULA (WRK-FER-IDX) = FUNC-DL-MATRICULA
               MOVE WRK-TAB-FER-SALDO (WRK-FER-IDX) TO WRK-DIAS-FERIAS
       END-SEARCH
       COMPUTE WRK-VLR-FERIAS ROUNDED = WRK-VALOR-DIA * WRK-DIAS-FERIAS
       COMPUTE WRK-VLR-TERCO ROUNDED = WRK-VLR-FERIAS / 3

       MOVE ZEROS TO WRK-AVOS
       MOVE ZEROS TO WRK-VLR-DECIMO
       IF NOT FUNC-DL-JUSTA-CAUSA
           MOVE WRK-DG-MES TO WRK-MES-LIMITE
           PERFORM 0500-CALCULAR-AVOS
           COMPUTE WRK-VLR-DECIMO ROUNDED = WRK-MEDIA * WRK-AVOS / 12
       END-IF
       MOVE ZEROS TO WRK-PRIMEIRA
       SET WRK-PRI-IDX TO 1
       SEARCH WRK-TAB-PRI
           AT END
               CONTINUE
           WHEN WRK-PRI-IDX > WRK-QTD-PRIMEIRAS
               CONTINUE
           WHEN WRK-TAB-PRI-MATRICULA (WRK-PRI-IDX) = FUNC-DL-MATRICULA
              AND WRK-TAB-PRI-ANO (WRK-PRI-IDX) = WRK-DG-ANO
               MOVE WRK-TAB-PRI-VALOR (WRK-PRI-IDX) TO WRK-PRIMEIRA
       END-SEARCH

       MOVE ZEROS TO WRK-SALDO-HORAS
       SET WRK-BCO-IDX TO 1
       SEARCH WRK-TAB-BCO
           AT END
               CONTINUE
           WHEN WRK-BCO-IDX > WRK-QTD-BANCO
               CONTINUE
           WHEN WRK-TAB-BCO-MATRICULA (WRK-BCO-IDX) = FUNC-DL-MATRICULA
               MOVE WRK-TAB-BCO-SALDO (WRK-BCO-IDX) TO WRK-SALDO-HORAS
       END-SEARCH
       MOVE ZEROS TO WRK-VLR-BANCO-CRED
       MOVE ZEROS TO WRK-VLR-BANCO-DEB
       IF WRK-SALDO-HORAS > 0
           COMPUTE WRK-VLR-BANCO-CRED ROUNDED =
               WRK-VALOR-HORA * WRK-SALDO-HORAS
       ELSE
           COMPUTE WRK-VLR-BANCO-DEB ROUNDED =
               WRK-VALOR-HORA * WRK-SALDO-HORAS * -1
       END-IF

       PERFORM 0550-CALCULAR-AVISO

       MOVE WRK-COMPETENCIA-N TO EX26-TB-COMPETENCIA
       MOVE FUNC-DL-MATRICULA TO EX26-TB-MATRICULA
       COMPUTE EX26-TB-BASE = WRK-VLR-SALDO-SAL + WRK-VLR-DECIMO
       MOVE ZEROS TO EX26-TB-VLR-INSS
       MOVE ZEROS TO EX26-TB-VLR-IRRF
       IF EX26-TB-BASE > ZEROS
           CALL 'EX26-TRIBUTOS' USING EX26-TRIBUTO-REC
           IF EX26-TB-SEM-TABELA
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 'SEM TABELA INSS/IRRF PARA A COMPETENCIA'
                   TO WRK-LC-MENSAGEM
               WRITE EX26-RESCISAO-REL-LINHA
                   FROM WRK-LINHA-OCORRENCIA
               GO TO 0400-CALCULAR-RESCISAO-EXIT
           END-IF
       END-IF

       MOVE FUNC-DL-MATRICULA TO EX26-LQ-MATRICULA
       MOVE WRK-COMPETENCIA-N TO EX26-LQ-COMPETENCIA
       MOVE 'R' TO EX26-LQ-TIPO
       MOVE FUNC-MS-EMPRESA TO EX26-LQ-EMPRESA
       COMPUTE EX26-LQ-VLR-BRUTO = WRK-VLR-SALDO-SAL + WRK-VLR-FERIAS
           + WRK-VLR-TERCO + WRK-VLR-DECIMO + WRK-VLR-BANCO-CRED
           + WRK-VLR-AVISO-PROV
       MOVE EX26-TB-VLR-INSS TO EX26-LQ-VLR-INSS
       MOVE EX26-TB-VLR-IRRF TO EX26-LQ-VLR-IRRF
       COMPUTE EX26-LQ-VLR-ISENTO = WRK-VLR-FERIAS + WRK-VLR-TERCO
           + WRK-VLR-BANCO-CRED + WRK-VLR-AVISO-PROV
       COMPUTE EX26-LQ-VLR-OUTROS = WRK-PRIMEIRA + WRK-VLR-BANCO-DEB
           + WRK-VLR-AVISO-DESC
       COMPUTE WRK-TOT-DESCONTOS = EX26-LQ-VLR-INSS
           + EX26-LQ-VLR-IRRF + EX26-LQ-VLR-OUTROS
       COMPUTE WRK-LIQUIDO-CALC =
           EX26-LQ-VLR-BRUTO - WRK-TOT-DESCONTOS
       IF WRK-LIQUIDO-CALC < 0
           MOVE ZEROS TO EX26-LQ-VLR-LIQUIDO
           MOVE 'DESCONTOS SUPERAM AS VERBAS - LIQUIDO ZERADO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       ELSE
           MOVE WRK-LIQUIDO-CALC TO EX26-LQ-VLR-LIQUIDO
       END-IF
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-LINHA
       WRITE EX26-LIQUIDO-LINHA
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-HIS-LINHA
       WRITE EX26-LIQUIDO-HIS-LINHA

       MOVE 'C' TO FUNC-DL-SITUACAO
       MOVE FUNC-DESLIGAMENTO-REC TO WRK-TAB-DSL-REGISTRO (WRK-DSL-IDX)

       ADD 1 TO WRK-QT-PROCESSADOS
       ADD EX26-LQ-VLR-BRUTO TO WRK-TOT-BRUTO
       ADD EX26-LQ-VLR-INSS TO WRK-TOT-INSS
       ADD EX26-LQ-VLR-IRRF TO WRK-TOT-IRRF
       ADD EX26-LQ-VLR-OUTROS TO WRK-TOT-OUTROS
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TOT-LIQUIDO
       PERFORM 0420-SOMAR-EMPRESA

       MOVE FUNC-DL-MATRICULA TO WRK-LR-MATRICULA
       MOVE FUNC-DL-MOTIVO TO WRK-LR-MOTIVO
       MOVE EX26-LQ-VLR-BRUTO TO WRK-LR-BRUTO
       MOVE WRK-TOT-DESCONTOS TO WRK-LR-DESCONTOS
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-LR-LIQUIDO
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-REGISTRO
       PERFORM 0600-EMITIR-TERMO.

       0400-CALCULAR-RESCISAO-EXIT.
       EXIT.

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
               MOVE ZEROS TO WRK-TAB-EMT-OUTROS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = EX26-LQ-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-BRUTO TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-INSS TO WRK-TAB-EMT-INSS (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-IRRF TO WRK-TAB-EMT-IRRF (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-OUTROS TO WRK-TAB-EMT-OUTROS (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX).

       0450-CALCULAR-MEDIA.
       IF WRK-CP-MES = 1
           COMPUTE WRK-COMP-MEDIA-ATE = (WRK-CP-ANO - 1) * 100 + 12
       ELSE
           COMPUTE WRK-COMP-MEDIA-ATE = WRK-COMPETENCIA-N - 1
       END-IF
       COMPUTE WRK-COMP-MEDIA-DE = WRK-COMPETENCIA-N - 100
       MOVE ZEROS TO WRK-SOMA-BRUTO
       MOVE ZEROS TO WRK-QT-MESES-SAL
       MOVE ZEROS TO WRK-MEDIA
       MOVE 'N' TO WRK-MES-NA-FOLHA
       PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALARIOS
           IF WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = FUNC-DL-MATRICULA
               IF WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                      NOT < WRK-COMP-MEDIA-DE
                  AND WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                      NOT > WRK-COMP-MEDIA-ATE
                   ADD WRK-TAB-SAL-BRUTO (WRK-SAL-IDX)
                       TO WRK-SOMA-BRUTO
                   ADD 1 TO WRK-QT-MESES-SAL
               END-IF
               IF WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
                      = WRK-COMPETENCIA-N
                   MOVE 'S' TO WRK-MES-NA-FOLHA
               END-IF
           END-IF
       END-PERFORM
       IF WRK-QT-MESES-SAL > 0
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA-BRUTO / WRK-QT-MESES-SAL
       END-IF.

       0500-CALCULAR-AVOS.
       PERFORM VARYING WRK-MES-CALC FROM 1 BY 1
               UNTIL WRK-MES-CALC > WRK-MES-LIMITE
           PERFORM 0510-AVALIAR-MES
       END-PERFORM.

       0510-AVALIAR-MES.
       MOVE WRK-CP-ANO TO WRK-IM-ANO
       MOVE WRK-MES-CALC TO WRK-IM-MES
       MOVE 01 TO WRK-IM-DIA
       MOVE WRK-INICIO-MES-N TO WRK-FIM-MES-N
       PERFORM 0520-ULTIMO-DIA-MES

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
           IF WRK-TAB-AFA-MATRICULA (WRK-AFA-IDX) = FUNC-DL-MATRICULA
              AND WRK-TAB-AFA-INICIO (WRK-AFA-IDX) NOT > WRK-FIM-MES-N
              AND WRK-TAB-AFA-FIM (WRK-AFA-IDX)
                  NOT < WRK-INICIO-MES-N
               PERFORM 0530-DESCONTAR-AFASTAMENTO
           END-IF
       END-PERFORM

       IF WRK-DIAS-MES >= 15
           ADD 1 TO WRK-AVOS
       END-IF.

       0520-ULTIMO-DIA-MES.
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

       0530-DESCONTAR-AFASTAMENTO.
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

       0550-CALCULAR-AVISO.
       COMPUTE WRK-ANOS-SERVICO = WRK-DG-ANO - WRK-AD-ANO
       IF WRK-DG-MES < WRK-AD-MES
          OR (WRK-DG-MES = WRK-AD-MES AND WRK-DG-DIA < WRK-AD-DIA)
           SUBTRACT 1 FROM WRK-ANOS-SERVICO
       END-IF
       IF WRK-ANOS-SERVICO < 0
           MOVE ZEROS TO WRK-ANOS-SERVICO
       END-IF
       COMPUTE WRK-DIAS-AVISO = 30 + WRK-ANOS-SERVICO * 3
       IF WRK-DIAS-AVISO > 90
           MOVE 90 TO WRK-DIAS-AVISO
       END-IF
       MOVE ZEROS TO WRK-VLR-AVISO-PROV
       MOVE ZEROS TO WRK-VLR-AVISO-DESC
       EVALUATE TRUE
           WHEN FUNC-DL-SEM-JUSTA-CAUSA AND FUNC-DL-AVISO-INDENIZADO
               COMPUTE WRK-VLR-AVISO-PROV ROUNDED =
                   WRK-VALOR-DIA * WRK-DIAS-AVISO
           WHEN FUNC-DL-ACORDO AND FUNC-DL-AVISO-INDENIZADO
               COMPUTE WRK-DIAS-AVISO = WRK-DIAS-AVISO / 2
               COMPUTE WRK-VLR-AVISO-PROV ROUNDED =
                   WRK-VALOR-DIA * WRK-DIAS-AVISO
           WHEN FUNC-DL-PEDIDO AND FUNC-DL-AVISO-INDENIZADO
               MOVE 30 TO WRK-DIAS-AVISO
               COMPUTE WRK-VLR-AVISO-DESC ROUNDED =
                   WRK-VALOR-DIA * WRK-DIAS-AVISO
           WHEN OTHER
               MOVE ZEROS TO WRK-DIAS-AVISO
       END-EVALUATE.

       0600-EMITIR-TERMO.
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-TITULO
       MOVE FUNC-DL-MATRICULA TO WRK-TE-MATRICULA
       MOVE FUNC-MS-NOME TO WRK-TE-NOME
       MOVE FUNC-MS-DEPARTAMENTO TO WRK-TE-DEPARTAMENTO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-EMPREGADO
       MOVE WRK-DATA-ADMISSAO-N TO WRK-DATA-CALCULO-N
       PERFORM 0760-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-TD-ADMISSAO
       MOVE WRK-DATA-DESLIGAMENTO-N TO WRK-DATA-CALCULO-N
       PERFORM 0760-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-TD-DESLIGAMENTO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-DATAS
       PERFORM 0650-DESCREVER-MOTIVO
       MOVE WRK-DESC-MOTIVO TO WRK-TM-MOTIVO
       MOVE WRK-DESC-AVISO TO WRK-TM-AVISO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-MOTIVO
       MOVE WRK-MEDIA TO WRK-TX-MEDIA
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-MEDIA
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-SEPARADOR
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-COLUNAS

       MOVE ZEROS TO WRK-TB-DESCONTO
       MOVE SPACES TO WRK-TB-DESCRICAO
       IF WRK-MES-NA-FOLHA-OK
           MOVE 'SALDO DE SALARIO NA FOLHA' TO WRK-TB-DESCRICAO
       ELSE
           STRING 'SALDO DE SALARIO ' DELIMITED BY SIZE
               WRK-DIAS-SALDO DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO WRK-TB-DESCRICAO
       END-IF
       MOVE WRK-VLR-SALDO-SAL TO WRK-TB-PROVENTO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       IF WRK-DIAS-FERIAS > 0
           MOVE SPACES TO WRK-TB-DESCRICAO
           STRING 'FERIAS INDENIZADAS ' DELIMITED BY SIZE
               WRK-DIAS-FERIAS DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO WRK-TB-DESCRICAO
           MOVE WRK-VLR-FERIAS TO WRK-TB-PROVENTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
           MOVE '1/3 SOBRE FERIAS' TO WRK-TB-DESCRICAO
           MOVE WRK-VLR-TERCO TO WRK-TB-PROVENTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       END-IF
       IF WRK-AVOS > 0
           MOVE SPACES TO WRK-TB-DESCRICAO
           STRING '13O SALARIO PROPORC. ' DELIMITED BY SIZE
               WRK-AVOS DELIMITED BY SIZE
               '/12' DELIMITED BY SIZE
               INTO WRK-TB-DESCRICAO
           MOVE WRK-VLR-DECIMO TO WRK-TB-PROVENTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       END-IF
       IF WRK-VLR-BANCO-CRED > ZEROS
           MOVE 'BANCO DE HORAS - SALDO CREDOR' TO WRK-TB-DESCRICAO
           MOVE WRK-VLR-BANCO-CRED TO WRK-TB-PROVENTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       END-IF
       IF WRK-VLR-AVISO-PROV > ZEROS
           MOVE SPACES TO WRK-TB-DESCRICAO
           STRING 'AVISO PREVIO INDENIZ. ' DELIMITED BY SIZE
               WRK-DIAS-AVISO DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO WRK-TB-DESCRICAO
           MOVE WRK-VLR-AVISO-PROV TO WRK-TB-PROVENTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       END-IF

       MOVE ZEROS TO WRK-TB-PROVENTO
       MOVE 'INSS' TO WRK-TB-DESCRICAO
       MOVE EX26-LQ-VLR-INSS TO WRK-TB-DESCONTO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       MOVE 'IRRF' TO WRK-TB-DESCRICAO
       MOVE EX26-LQ-VLR-IRRF TO WRK-TB-DESCONTO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       IF WRK-PRIMEIRA > ZEROS
           MOVE '13O 1A PARCELA JA PAGA' TO WRK-TB-DESCRICAO
           MOVE WRK-PRIMEIRA TO WRK-TB-DESCONTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       END-IF
       IF WRK-VLR-BANCO-DEB > ZEROS
           MOVE 'BANCO DE HORAS - SALDO DEVEDOR' TO WRK-TB-DESCRICAO
           MOVE WRK-VLR-BANCO-DEB TO WRK-TB-DESCONTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       END-IF
       IF WRK-VLR-AVISO-DESC > ZEROS
           MOVE 'AVISO PREVIO NAO CUMPRIDO' TO WRK-TB-DESCRICAO
           MOVE WRK-VLR-AVISO-DESC TO WRK-TB-DESCONTO
           WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       END-IF

       WRITE EX26-TERMO-LINHA FROM WRK-TRC-SEPARADOR
       MOVE 'TOTAIS' TO WRK-TB-DESCRICAO
       MOVE EX26-LQ-VLR-BRUTO TO WRK-TB-PROVENTO
       MOVE WRK-TOT-DESCONTOS TO WRK-TB-DESCONTO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-RUBRICA
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-TL-LIQUIDO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-LIQUIDO
       WRITE EX26-TERMO-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-TERMO-LINHA FROM WRK-TRC-ASSINATURA
       WRITE EX26-TERMO-LINHA FROM WRK-LINHA-BRANCO.

       0650-DESCREVER-MOTIVO.
       EVALUATE TRUE
           WHEN FUNC-DL-SEM-JUSTA-CAUSA
               MOVE 'DISPENSA SEM JUSTA CAUSA' TO WRK-DESC-MOTIVO
           WHEN FUNC-DL-JUSTA-CAUSA
               MOVE 'DISPENSA POR JUSTA CAUSA' TO WRK-DESC-MOTIVO
           WHEN FUNC-DL-PEDIDO
               MOVE 'PEDIDO DE DEMISSAO' TO WRK-DESC-MOTIVO
           WHEN FUNC-DL-ACORDO
               MOVE 'COMUM ACORDO' TO WRK-DESC-MOTIVO
           WHEN OTHER
               MOVE 'TERMINO DE CONTRATO' TO WRK-DESC-MOTIVO
       END-EVALUATE
       EVALUATE TRUE
           WHEN FUNC-DL-AVISO-TRABALHADO
               MOVE 'TRABALHADO' TO WRK-DESC-AVISO
           WHEN FUNC-DL-AVISO-INDENIZADO
               MOVE 'INDENIZADO' TO WRK-DESC-AVISO
           WHEN OTHER
               MOVE 'DISPENSADO' TO WRK-DESC-AVISO
       END-EVALUATE.

       0760-EDITAR-DATA.
       MOVE WRK-DC-DIA TO WRK-DE-DIA
       MOVE WRK-DC-MES TO WRK-DE-MES
       MOVE WRK-DC-ANO TO WRK-DE-ANO.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-RESCISAO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-BRUTO (WRK-EMT-IDX) TO WRK-LM-BRUTO
           MOVE WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX) TO WRK-LM-LIQUIDO
           WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-EMPRESA
           MOVE WRK-TAB-EMT-INSS (WRK-EMT-IDX) TO WRK-LM-INSS
           MOVE WRK-TAB-EMT-IRRF (WRK-EMT-IDX) TO WRK-LM-IRRF
           MOVE WRK-TAB-EMT-OUTROS (WRK-EMT-IDX) TO WRK-LM-OUTROS
           WRITE EX26-RESCISAO-REL-LINHA
               FROM WRK-LINHA-EMPRESA-DESCONTOS
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LG-USUARIO
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'TOTAL BRUTO RESCISOES.:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-BRUTO TO WRK-LO-VALOR
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL INSS RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-INSS TO WRK-LO-VALOR
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL IRRF RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-IRRF TO WRK-LO-VALOR
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL OUTROS DESCONTOS:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-OUTROS TO WRK-LO-VALOR
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL LIQUIDO.........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-LIQUIDO TO WRK-LO-VALOR
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-TOTAL.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'RESCISOES CALCULADAS..: ' DELIMITED BY SIZE
           WRK-QT-PROCESSADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'RESCISOES PENDENTES...: ' DELIMITED BY SIZE
           WRK-QT-PENDENTES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RESCISAO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0850-REGRAVAR-DESLIGAMENTOS.
       IF WRK-QT-PROCESSADOS > 0
           OPEN OUTPUT FUNC-DESLIG-FILE
           PERFORM VARYING WRK-DSL-IDX FROM 1 BY 1
                   UNTIL WRK-DSL-IDX > WRK-QTD-DESLIGAMENTOS
               MOVE WRK-TAB-DSL-REGISTRO (WRK-DSL-IDX)
                   TO FUNC-DESLIG-LINHA
               WRITE FUNC-DESLIG-LINHA
           END-PERFORM
           CLOSE FUNC-DESLIG-FILE
       END-IF.

       0900-FECHAR-ARQUIVOS.
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-LIQUIDO-FILE
       CLOSE EX26-LIQUIDO-HIS-FILE
       CLOSE EX26-TERMO-FILE
       CLOSE EX26-RESCISAO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
