      ******************************************************************
      * Author:
      * Date:
      * Purpose: annual earnings statement (informe de rendimentos)
      *          for EX26 - gathers from the pay history
      *          EX26LIQHIS.DAT every monthly, 13th, vacation and
      *          termination payment of the calendar year in
      *          EX26INFPRM.DAT (AAAA, defaults the year before the
      *          business date). The history is sorted by matricula,
      *          competencia and tipo; when a run was repeated the
      *          last record written for the same competencia and
      *          tipo is the one counted. Each employee gets a
      *          statement in EX26INFREND.DAT in the official section
      *          order: taxable income (gross less its exempt part),
      *          INSS, IRRF withheld, exempt income and the 13th
      *          salary exclusive-taxation section (the second
      *          installment, which carries the full 13th and its
      *          withholding; the first installment is an advance on
      *          it). The employer summary EX26INFREL.DAT totals every
      *          section and lists INSS and IRRF withheld month by
      *          month, checking that the months add up to the
      *          statements; a difference ends the run with
      *          RETURN-CODE 4. Each payment counts for the company of
      *          its record (the one whose matricula range holds the
      *          matricula when the record has none), the statement
      *          names the company of the employee's last payment of
      *          the year as the paying source, and the summary
      *          prints the sections and the monthly withholding of
      *          each company; the totals of the whole group only
      *          when SIS-CONSOLIDA left a request for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-INFORME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-INFPRM-FILE ASSIGN TO 'EX26INFPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INFPRM-STATUS.
           SELECT EX26-LIQUIDO-HIS-FILE ASSIGN TO 'EX26LIQHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQHIS-STATUS.
           SELECT EX26-SORT-FILE ASSIGN TO 'EX26INF.TMP'.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX26-INFORME-FILE ASSIGN TO 'EX26INFREND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INFORME-STATUS.
           SELECT EX26-INFORME-REL-FILE ASSIGN TO 'EX26INFREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-INFPRM-FILE.
       01 EX26-INFPRM-LINHA PIC X(04).

       FD  EX26-LIQUIDO-HIS-FILE.
       01 EX26-LIQUIDO-HIS-LINHA PIC X(68).

       SD  EX26-SORT-FILE.
       01 EX26-SORT-REG.
           05 EX26-SR-MATRICULA   PIC 9(05).
           05 EX26-SR-COMPETENCIA PIC 9(06).
           05 EX26-SR-TIPO        PIC X(01).
           05 EX26-SR-SEQUENCIA   PIC 9(07).
           05 EX26-SR-VLR-BRUTO   PIC 9(07)V99.
           05 EX26-SR-VLR-INSS    PIC 9(07)V99.
           05 EX26-SR-VLR-IRRF    PIC 9(07)V99.
           05 EX26-SR-VLR-ISENTO  PIC 9(07)V99.
           05 EX26-SR-EMPRESA     PIC 9(02).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-INFORME-FILE.
       01 EX26-INFORME-LINHA PIC X(80).

       FD  EX26-INFORME-REL-FILE.
       01 EX26-INFORME-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-INFPRM-STATUS    PIC X(02) VALUE '00'.
       77 WRK-LIQHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-INFORME-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-TEM-PENDENTE PIC X(01) VALUE 'N'.
           88 WRK-TEM-PENDENTE-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       77 WRK-ANO-CALENDARIO PIC 9(04) VALUE ZEROS.
       77 WRK-SEQUENCIA      PIC 9(07) VALUE ZEROS.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).

       01 WRK-PENDENTE.
           05 WRK-PD-MATRICULA   PIC 9(05).
           05 WRK-PD-COMPETENCIA PIC 9(06).
           05 WRK-PD-TIPO        PIC X(01).
           05 WRK-PD-SEQUENCIA   PIC 9(07).
           05 WRK-PD-VLR-BRUTO   PIC 9(07)V99.
           05 WRK-PD-VLR-INSS    PIC 9(07)V99.
           05 WRK-PD-VLR-IRRF    PIC 9(07)V99.
           05 WRK-PD-VLR-ISENTO  PIC 9(07)V99.
           05 WRK-PD-EMPRESA     PIC 9(02).

       01 WRK-ACUMULADO.
           05 WRK-AC-TRIBUTAVEL  PIC 9(09)V99.
           05 WRK-AC-INSS        PIC 9(09)V99.
           05 WRK-AC-IRRF        PIC 9(09)V99.
           05 WRK-AC-ISENTO      PIC 9(09)V99.
           05 WRK-AC-DECIMO      PIC 9(09)V99.
           05 WRK-AC-DECIMO-INSS PIC 9(09)V99.
           05 WRK-AC-DECIMO-IRRF PIC 9(09)V99.

       01 WRK-TOTAL-EMPRESA.
           05 WRK-TE-TRIBUTAVEL  PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TE-INSS        PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TE-IRRF        PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TE-ISENTO      PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TE-DECIMO      PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TE-DECIMO-INSS PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TE-DECIMO-IRRF PIC 9(11)V99 VALUE ZEROS.

       01 WRK-TABELA-MESES.
           05 WRK-TAB-MES OCCURS 12 TIMES
               INDEXED BY WRK-MES-IDX.
               10 WRK-TAB-MES-INSS PIC 9(11)V99.
               10 WRK-TAB-MES-IRRF PIC 9(11)V99.
       77 WRK-SOMA-MES-INSS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-MES-IRRF  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-INF-INSS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-INF-IRRF  PIC 9(11)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO      PIC 9(02).
               10 WRK-TAB-EMT-TRIBUTAVEL  PIC 9(11)V99.
               10 WRK-TAB-EMT-INSS        PIC 9(11)V99.
               10 WRK-TAB-EMT-IRRF        PIC 9(11)V99.
               10 WRK-TAB-EMT-ISENTO      PIC 9(11)V99.
               10 WRK-TAB-EMT-DECIMO      PIC 9(11)V99.
               10 WRK-TAB-EMT-DECIMO-INSS PIC 9(11)V99.
               10 WRK-TAB-EMT-DECIMO-IRRF PIC 9(11)V99.
               10 WRK-TAB-EMT-MES OCCURS 12 TIMES.
                   15 WRK-TAB-EMT-MES-INSS PIC 9(11)V99.
                   15 WRK-TAB-EMT-MES-IRRF PIC 9(11)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-MES-POS      PIC 9(02) VALUE ZEROS.

       77 WRK-QT-INFORMES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REPETIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-DIVERGENTE PIC X(01) VALUE 'N'.
           88 WRK-DIVERGENTE-OK VALUE 'S'.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-INF-TITULO.
           05 FILLER PIC X(38) VALUE
               'COMPROVANTE DE RENDIMENTOS PAGOS E DE '.
           05 FILLER PIC X(38) VALUE
               'IMPOSTO SOBRE A RENDA RETIDO NA FONTE'.
       01 WRK-INF-ANO.
           05 FILLER            PIC X(17) VALUE 'ANO-CALENDARIO: '.
           05 WRK-IA-ANO         PIC 9999.
       01 WRK-INF-EMPREGADO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-IE-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(08) VALUE '  NOME: '.
           05 WRK-IE-NOME        PIC X(20).
           05 FILLER            PIC X(09) VALUE '  DEPTO: '.
           05 WRK-IE-DEPARTAMENTO PIC X(10).
       01 WRK-INF-FONTE.
           05 FILLER            PIC X(24) VALUE
               'FONTE PAGADORA: EMPRESA '.
           05 WRK-IF-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(03) VALUE ' - '.
           05 WRK-IF-NOME        PIC X(30).
       01 WRK-INF-SECAO PIC X(60).
       01 WRK-INF-ITEM.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-II-DESCRICAO   PIC X(48).
           05 WRK-II-VALOR       PIC ZZZZZZZZ9,99.
       01 WRK-INF-SEPARADOR PIC X(78) VALUE ALL '-'.

       01 WRK-CABECALHO PIC X(60) VALUE
           'INFORME DE RENDIMENTOS - RESUMO DO EMPREGADOR'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-MES.
           05 FILLER            PIC X(05) VALUE 'MES: '.
           05 WRK-LM-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LM-ANO         PIC 9999.
           05 FILLER            PIC X(14) VALUE '  INSS RETIDO:'.
           05 WRK-LM-INSS        PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(14) VALUE '  IRRF RETIDO:'.
           05 WRK-LM-IRRF        PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZZZ9,99.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(09) VALUE 'EMPRESA: '.
           05 WRK-LE-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(03) VALUE ' - '.
           05 WRK-LE-NOME        PIC X(30).
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LC-USUARIO     PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-ANO.
       PERFORM 0150-ABRIR-ARQUIVOS.
       SORT EX26-SORT-FILE
           ON ASCENDING KEY EX26-SR-MATRICULA
           ON ASCENDING KEY EX26-SR-COMPETENCIA
           ON ASCENDING KEY EX26-SR-TIPO
           ON ASCENDING KEY EX26-SR-SEQUENCIA
           INPUT PROCEDURE IS 0200-SELECIONAR-ANO
           OUTPUT PROCEDURE IS 0400-EMITIR-INFORMES
       PERFORM 0800-RESUMO-EMPREGADOR.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-DIVERGENTE-OK
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE 0 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-OBTER-ANO.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       COMPUTE WRK-ANO-CALENDARIO = WRK-DN-ANO - 1
       OPEN INPUT EX26-INFPRM-FILE
       IF WRK-INFPRM-STATUS = '00'
           READ EX26-INFPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX26-INFPRM-LINHA IS NUMERIC
                       MOVE EX26-INFPRM-LINHA TO WRK-ANO-CALENDARIO
                   END-IF
           END-READ
           CLOSE EX26-INFPRM-FILE
       END-IF
       INITIALIZE WRK-TABELA-MESES.

       0150-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT EX26-INFORME-FILE
       OPEN OUTPUT EX26-INFORME-REL-FILE
       WRITE EX26-INFORME-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-ANO-CALENDARIO TO WRK-IA-ANO
       WRITE EX26-INFORME-REL-LINHA FROM WRK-INF-ANO
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-BRANCO.

       0200-SELECIONAR-ANO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LIQUIDO-HIS-FILE INTO EX26-LIQUIDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0250-LIBERAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE EX26-LIQUIDO-HIS-FILE
       END-IF.

       0250-LIBERAR-REGISTRO.
       MOVE EX26-LQ-COMPETENCIA TO WRK-COMPETENCIA-N
       IF WRK-CP-ANO = WRK-ANO-CALENDARIO
           ADD 1 TO WRK-SEQUENCIA
           MOVE EX26-LQ-MATRICULA TO EX26-SR-MATRICULA
           MOVE EX26-LQ-COMPETENCIA TO EX26-SR-COMPETENCIA
           MOVE EX26-LQ-TIPO TO EX26-SR-TIPO
           MOVE WRK-SEQUENCIA TO EX26-SR-SEQUENCIA
           MOVE EX26-LQ-VLR-BRUTO TO EX26-SR-VLR-BRUTO
           MOVE EX26-LQ-VLR-INSS TO EX26-SR-VLR-INSS
           MOVE EX26-LQ-VLR-IRRF TO EX26-SR-VLR-IRRF
           IF EX26-LQ-VLR-ISENTO IS NUMERIC
               MOVE EX26-LQ-VLR-ISENTO TO EX26-SR-VLR-ISENTO
           ELSE
               MOVE ZEROS TO EX26-SR-VLR-ISENTO
           END-IF
           IF EX26-LQ-EMPRESA IS NUMERIC
              AND EX26-LQ-EMPRESA > ZEROS
               MOVE EX26-LQ-EMPRESA TO EX26-SR-EMPRESA
           ELSE
               MOVE SPACES TO SIS-EMPRESA-PEDIDO
               SET SIS-EP-DONA-MATRICULA TO TRUE
               MOVE EX26-LQ-MATRICULA TO SIS-EP-MATRICULA
               CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
               MOVE SIS-EP-EMPRESA TO EX26-SR-EMPRESA
           END-IF
           RELEASE EX26-SORT-REG
       END-IF.

       0400-EMITIR-INFORMES.
       INITIALIZE WRK-ACUMULADO
       PERFORM 0450-LER-ORDENADO
       PERFORM 0500-PROCESSAR UNTIL WRK-FIM-SORT-OK
       IF WRK-TEM-PENDENTE-OK
           PERFORM 0550-ACUMULAR-PENDENTE
           PERFORM 0600-IMPRIMIR-INFORME
       END-IF.

       0450-LER-ORDENADO.
       RETURN EX26-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0500-PROCESSAR.
       IF WRK-TEM-PENDENTE-OK
           IF EX26-SR-MATRICULA = WRK-PD-MATRICULA
              AND EX26-SR-COMPETENCIA = WRK-PD-COMPETENCIA
              AND EX26-SR-TIPO = WRK-PD-TIPO
               ADD 1 TO WRK-QT-REPETIDOS
           ELSE
               PERFORM 0550-ACUMULAR-PENDENTE
               IF EX26-SR-MATRICULA NOT = WRK-PD-MATRICULA
                   PERFORM 0600-IMPRIMIR-INFORME
                   INITIALIZE WRK-ACUMULADO
               END-IF
           END-IF
       END-IF
       MOVE EX26-SORT-REG TO WRK-PENDENTE
       MOVE 'S' TO WRK-TEM-PENDENTE
       PERFORM 0450-LER-ORDENADO.

       0550-ACUMULAR-PENDENTE.
       EVALUATE WRK-PD-TIPO
           WHEN '2'
               ADD WRK-PD-VLR-BRUTO TO WRK-AC-DECIMO
               ADD WRK-PD-VLR-INSS TO WRK-AC-DECIMO-INSS
               ADD WRK-PD-VLR-IRRF TO WRK-AC-DECIMO-IRRF
           WHEN '1'
               CONTINUE
           WHEN OTHER
               IF WRK-PD-VLR-ISENTO > WRK-PD-VLR-BRUTO
                   MOVE WRK-PD-VLR-BRUTO TO WRK-PD-VLR-ISENTO
               END-IF
               COMPUTE WRK-AC-TRIBUTAVEL = WRK-AC-TRIBUTAVEL
                   + WRK-PD-VLR-BRUTO - WRK-PD-VLR-ISENTO
               ADD WRK-PD-VLR-ISENTO TO WRK-AC-ISENTO
               ADD WRK-PD-VLR-INSS TO WRK-AC-INSS
               ADD WRK-PD-VLR-IRRF TO WRK-AC-IRRF
       END-EVALUATE
       MOVE WRK-PD-COMPETENCIA TO WRK-COMPETENCIA-N
       IF WRK-CP-MES >= 1 AND WRK-CP-MES <= 12
           ADD WRK-PD-VLR-INSS TO WRK-TAB-MES-INSS (WRK-CP-MES)
           ADD WRK-PD-VLR-IRRF TO WRK-TAB-MES-IRRF (WRK-CP-MES)
       END-IF
       PERFORM 0560-SOMAR-EMPRESA.

       0560-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               INITIALIZE WRK-TAB-EMT (WRK-EMT-IDX)
               MOVE WRK-PD-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-PD-EMPRESA
               CONTINUE
       END-SEARCH
       EVALUATE WRK-PD-TIPO
           WHEN '2'
               ADD WRK-PD-VLR-BRUTO
                   TO WRK-TAB-EMT-DECIMO (WRK-EMT-IDX)
               ADD WRK-PD-VLR-INSS
                   TO WRK-TAB-EMT-DECIMO-INSS (WRK-EMT-IDX)
               ADD WRK-PD-VLR-IRRF
                   TO WRK-TAB-EMT-DECIMO-IRRF (WRK-EMT-IDX)
           WHEN '1'
               CONTINUE
           WHEN OTHER
               COMPUTE WRK-TAB-EMT-TRIBUTAVEL (WRK-EMT-IDX) =
                   WRK-TAB-EMT-TRIBUTAVEL (WRK-EMT-IDX)
                   + WRK-PD-VLR-BRUTO - WRK-PD-VLR-ISENTO
               ADD WRK-PD-VLR-ISENTO
                   TO WRK-TAB-EMT-ISENTO (WRK-EMT-IDX)
               ADD WRK-PD-VLR-INSS TO WRK-TAB-EMT-INSS (WRK-EMT-IDX)
               ADD WRK-PD-VLR-IRRF TO WRK-TAB-EMT-IRRF (WRK-EMT-IDX)
       END-EVALUATE
       IF WRK-CP-MES >= 1 AND WRK-CP-MES <= 12
           ADD WRK-PD-VLR-INSS
               TO WRK-TAB-EMT-MES-INSS (WRK-EMT-IDX, WRK-CP-MES)
           ADD WRK-PD-VLR-IRRF
               TO WRK-TAB-EMT-MES-IRRF (WRK-EMT-IDX, WRK-CP-MES)
       END-IF.

       0600-IMPRIMIR-INFORME.
       ADD 1 TO WRK-QT-INFORMES
       MOVE 'N' TO WRK-ACHOU
       MOVE WRK-PD-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ
       MOVE WRK-PD-MATRICULA TO WRK-IE-MATRICULA
       IF WRK-ACHOU-OK
           MOVE FUNC-MS-NOME TO WRK-IE-NOME
           MOVE FUNC-MS-DEPARTAMENTO TO WRK-IE-DEPARTAMENTO
       ELSE
           MOVE 'NAO CADASTRADO' TO WRK-IE-NOME
           MOVE SPACES TO WRK-IE-DEPARTAMENTO
       END-IF

       WRITE EX26-INFORME-LINHA FROM WRK-INF-TITULO
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ANO
       WRITE EX26-INFORME-LINHA FROM WRK-INF-EMPREGADO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-VALIDAR TO TRUE
       MOVE WRK-PD-EMPRESA TO SIS-EP-EMPRESA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       MOVE WRK-PD-EMPRESA TO WRK-IF-EMPRESA
       MOVE SIS-EP-NOME TO WRK-IF-NOME
       WRITE EX26-INFORME-LINHA FROM WRK-INF-FONTE
       WRITE EX26-INFORME-LINHA FROM WRK-INF-SEPARADOR

       MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
           TO WRK-INF-SECAO
       WRITE EX26-INFORME-LINHA FROM WRK-INF-SECAO
       MOVE '01. TOTAL DOS RENDIMENTOS' TO WRK-II-DESCRICAO
       MOVE WRK-AC-TRIBUTAVEL TO WRK-II-VALOR
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ITEM
       MOVE '02. CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)'
           TO WRK-II-DESCRICAO
       MOVE WRK-AC-INSS TO WRK-II-VALOR
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ITEM
       MOVE '05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
           TO WRK-II-DESCRICAO
       MOVE WRK-AC-IRRF TO WRK-II-VALOR
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ITEM

       MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
           TO WRK-INF-SECAO
       WRITE EX26-INFORME-LINHA FROM WRK-INF-SECAO
       MOVE '01. FERIAS E AVISO INDENIZADOS, ABONO PECUNIARIO'
           TO WRK-II-DESCRICAO
       MOVE WRK-AC-ISENTO TO WRK-II-VALOR
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ITEM

       MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
           TO WRK-INF-SECAO
       WRITE EX26-INFORME-LINHA FROM WRK-INF-SECAO
       MOVE '01. DECIMO TERCEIRO SALARIO' TO WRK-II-DESCRICAO
       MOVE WRK-AC-DECIMO TO WRK-II-VALOR
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ITEM
       MOVE '    INSS SOBRE O DECIMO TERCEIRO' TO WRK-II-DESCRICAO
       MOVE WRK-AC-DECIMO-INSS TO WRK-II-VALOR
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ITEM
       MOVE '02. IRRF SOBRE O DECIMO TERCEIRO' TO WRK-II-DESCRICAO
       MOVE WRK-AC-DECIMO-IRRF TO WRK-II-VALOR
       WRITE EX26-INFORME-LINHA FROM WRK-INF-ITEM
       WRITE EX26-INFORME-LINHA FROM WRK-INF-SEPARADOR
       WRITE EX26-INFORME-LINHA FROM WRK-LINHA-BRANCO

       ADD WRK-AC-TRIBUTAVEL TO WRK-TE-TRIBUTAVEL
       ADD WRK-AC-INSS TO WRK-TE-INSS
       ADD WRK-AC-IRRF TO WRK-TE-IRRF
       ADD WRK-AC-ISENTO TO WRK-TE-ISENTO
       ADD WRK-AC-DECIMO TO WRK-TE-DECIMO
       ADD WRK-AC-DECIMO-INSS TO WRK-TE-DECIMO-INSS
       ADD WRK-AC-DECIMO-IRRF TO WRK-TE-DECIMO-IRRF.

       0800-RESUMO-EMPREGADOR.
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           PERFORM 0810-RESUMO-EMPRESA
       END-PERFORM
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-INFORME' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
           WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-BRANCO
       ELSE
           PERFORM 0820-RESUMO-CONSOLIDADO
       END-IF
       PERFORM 0830-CONFERIR-RETENCOES.

       0810-RESUMO-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-VALIDAR TO TRUE
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO SIS-EP-EMPRESA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
       MOVE SIS-EP-NOME TO WRK-LE-NOME
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-EMPRESA
       MOVE 'RENDIMENTOS TRIBUTAVEIS:' TO WRK-LO-DESCRICAO
       MOVE WRK-TAB-EMT-TRIBUTAVEL (WRK-EMT-IDX) TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'INSS..................:' TO WRK-LO-DESCRICAO
       MOVE WRK-TAB-EMT-INSS (WRK-EMT-IDX) TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'IRRF RETIDO...........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TAB-EMT-IRRF (WRK-EMT-IDX) TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'RENDIMENTOS ISENTOS...:' TO WRK-LO-DESCRICAO
       MOVE WRK-TAB-EMT-ISENTO (WRK-EMT-IDX) TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'DECIMO TERCEIRO.......:' TO WRK-LO-DESCRICAO
       MOVE WRK-TAB-EMT-DECIMO (WRK-EMT-IDX) TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'INSS DECIMO TERCEIRO..:' TO WRK-LO-DESCRICAO
       MOVE WRK-TAB-EMT-DECIMO-INSS (WRK-EMT-IDX) TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'IRRF DECIMO TERCEIRO..:' TO WRK-LO-DESCRICAO
       MOVE WRK-TAB-EMT-DECIMO-IRRF (WRK-EMT-IDX) TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-BRANCO
       PERFORM VARYING WRK-MES-POS FROM 1 BY 1
               UNTIL WRK-MES-POS > 12
           MOVE WRK-MES-POS TO WRK-LM-MES
           MOVE WRK-ANO-CALENDARIO TO WRK-LM-ANO
           MOVE WRK-TAB-EMT-MES-INSS (WRK-EMT-IDX, WRK-MES-POS)
               TO WRK-LM-INSS
           MOVE WRK-TAB-EMT-MES-IRRF (WRK-EMT-IDX, WRK-MES-POS)
               TO WRK-LM-IRRF
           WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-MES
       END-PERFORM
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-BRANCO.

       0820-RESUMO-CONSOLIDADO.
       MOVE SIS-EP-USUARIO TO WRK-LC-USUARIO
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'RENDIMENTOS TRIBUTAVEIS:' TO WRK-LO-DESCRICAO
       MOVE WRK-TE-TRIBUTAVEL TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'INSS..................:' TO WRK-LO-DESCRICAO
       MOVE WRK-TE-INSS TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'IRRF RETIDO...........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TE-IRRF TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'RENDIMENTOS ISENTOS...:' TO WRK-LO-DESCRICAO
       MOVE WRK-TE-ISENTO TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'DECIMO TERCEIRO.......:' TO WRK-LO-DESCRICAO
       MOVE WRK-TE-DECIMO TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'INSS DECIMO TERCEIRO..:' TO WRK-LO-DESCRICAO
       MOVE WRK-TE-DECIMO-INSS TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'IRRF DECIMO TERCEIRO..:' TO WRK-LO-DESCRICAO
       MOVE WRK-TE-DECIMO-IRRF TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-BRANCO

       PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12
           SET WRK-LM-MES TO WRK-MES-IDX
           MOVE WRK-ANO-CALENDARIO TO WRK-LM-ANO
           MOVE WRK-TAB-MES-INSS (WRK-MES-IDX) TO WRK-LM-INSS
           MOVE WRK-TAB-MES-IRRF (WRK-MES-IDX) TO WRK-LM-IRRF
           WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-MES
       END-PERFORM
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-BRANCO
       PERFORM 0840-SOMAR-MESES
       MOVE 'INSS RETIDO NOS MESES.:' TO WRK-LO-DESCRICAO
       MOVE WRK-SOMA-MES-INSS TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'IRRF RETIDO NOS MESES.:' TO WRK-LO-DESCRICAO
       MOVE WRK-SOMA-MES-IRRF TO WRK-LO-VALOR
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-TOTAL.

      *    the months must add up to the statements, group or not
       0830-CONFERIR-RETENCOES.
       PERFORM 0840-SOMAR-MESES
       COMPUTE WRK-SOMA-INF-INSS = WRK-TE-INSS + WRK-TE-DECIMO-INSS
       COMPUTE WRK-SOMA-INF-IRRF = WRK-TE-IRRF + WRK-TE-DECIMO-IRRF
       IF WRK-SOMA-INF-INSS NOT = WRK-SOMA-MES-INSS
          OR WRK-SOMA-INF-IRRF NOT = WRK-SOMA-MES-IRRF
           MOVE 'S' TO WRK-DIVERGENTE
           MOVE 'DIVERGENCIA ENTRE INFORMES E RETENCOES MENSAIS'
               TO WRK-LINHA-RESUMO
       ELSE
           MOVE 'INFORMES CONFEREM COM AS RETENCOES MENSAIS'
               TO WRK-LINHA-RESUMO
       END-IF
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-RESUMO
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-BRANCO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'INFORMES EMITIDOS.....: ' DELIMITED BY SIZE
           WRK-QT-INFORMES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'REGISTROS SUBSTITUIDOS: ' DELIMITED BY SIZE
           WRK-QT-REPETIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-INFORME-REL-LINHA FROM WRK-LINHA-RESUMO.

       0840-SOMAR-MESES.
       MOVE ZEROS TO WRK-SOMA-MES-INSS
       MOVE ZEROS TO WRK-SOMA-MES-IRRF
       PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12
           ADD WRK-TAB-MES-INSS (WRK-MES-IDX) TO WRK-SOMA-MES-INSS
           ADD WRK-TAB-MES-IRRF (WRK-MES-IDX) TO WRK-SOMA-MES-IRRF
       END-PERFORM.

       0900-FECHAR-ARQUIVOS.
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-INFORME-FILE
       CLOSE EX26-INFORME-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
