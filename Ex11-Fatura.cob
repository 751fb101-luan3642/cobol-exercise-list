      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly client invoicing for the EX11 rate
      *          calculator - groups the contract-priced calculations
      *          that EX11-LOTE left in EX11CALC.DAT per client, for
      *          the month before the business date (or the AAAAMM
      *          competencia in EX11FATPRM.DAT), together with any
      *          earlier calculation still not invoiced. Each client
      *          gets one invoice, raised to the EX11-CT-MINIMO of its
      *          contract when the calculations add up to less, and
      *          numbered in sequence after the last number already in
      *          EX11FAT.DAT so the series has no gaps. Invoices are
      *          appended to EX11FAT.DAT and printed with their line
      *          detail in EX11FATREL.DAT; every calculation billed is
      *          stamped with its invoice number in EX11CALC.DAT, so a
      *          rerun never bills the same calculation twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX11-FATURA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX11-FATPRM-FILE ASSIGN TO 'EX11FATPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATPRM-STATUS.
           SELECT EX11-CALCULO-FILE ASSIGN TO 'EX11CALC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CALCULO-STATUS.
           SELECT EX11-FATURA-FILE ASSIGN TO 'EX11FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATURA-STATUS.
           SELECT EX11-CONTRATO-FILE ASSIGN TO 'EX11CONTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRATO-STATUS.
           SELECT EX11-FAT-REL-FILE ASSIGN TO 'EX11FATREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX11-FATPRM-FILE.
       01 EX11-FATPRM-LINHA PIC X(06).

       FD  EX11-CALCULO-FILE.
       01 EX11-CALCULO-LINHA PIC X(43).

       FD  EX11-FATURA-FILE.
       01 EX11-FATURA-LINHA PIC X(60).

       FD  EX11-CONTRATO-FILE.
       01 EX11-CONTRATO-LINHA PIC X(42).

       FD  EX11-FAT-REL-FILE.
       01 EX11-FAT-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX11REC.

       77 WRK-FATPRM-STATUS    PIC X(02) VALUE '00'.
       77 WRK-CALCULO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FATURA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).
       01 WRK-COMPETENCIA-DEC.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-DEC PIC 9(06).
       77 WRK-CP-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-CP-FIM         PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMA-FATURA  PIC 9(06) VALUE ZEROS.

       01 WRK-TABELA-CALCULOS.
           05 WRK-TAB-CAL OCCURS 5000 TIMES
               INDEXED BY WRK-CAL-IDX.
               10 WRK-TAB-CAL-REGISTRO PIC X(43).
       77 WRK-QTD-CALCULOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLI OCCURS 500 TIMES
               INDEXED BY WRK-CLI-IDX.
               10 WRK-TAB-CLI-CLIENTE PIC X(05).
       77 WRK-QTD-CLIENTES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CONTRATOS.
           05 WRK-TAB-CTR OCCURS 50 TIMES
               INDEXED BY WRK-CTR-IDX.
               10 WRK-TAB-CTR-CLIENTE      PIC X(05).
               10 WRK-TAB-CTR-MINIMO       PIC 9(06)V99.
               10 WRK-TAB-CTR-DATA-INICIO  PIC 9(08).
               10 WRK-TAB-CTR-DATA-FIM     PIC 9(08).
       77 WRK-QTD-CONTRATOS PIC 9(02) VALUE ZEROS.

       77 WRK-MINIMO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-FATURAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FATURADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AJUSTADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FATURADO   PIC 9(10)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'FATURAMENTO MENSAL DE CLIENTES - EX11-FATURA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-FATURA.
           05 FILLER         PIC X(10) VALUE 'FATURA NR '.
           05 WRK-LF-NUMERO    PIC 9(06).
           05 FILLER         PIC X(11) VALUE '  CLIENTE: '.
           05 WRK-LF-CLIENTE   PIC X(05).
           05 FILLER         PIC X(15) VALUE '  COMPETENCIA: '.
           05 WRK-LF-COMPETENCIA PIC 9(06).
           05 FILLER         PIC X(11) VALUE '  EMISSAO: '.
           05 WRK-LF-EMISSAO   PIC 9(08).
       01 WRK-LINHA-TITULOS PIC X(60) VALUE
           '   DATA       NM1   NM2      NM3            VALOR'.
       01 WRK-LINHA-DETALHE.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LD-DATA      PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-NM1       PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-NM2       PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-NM3       PIC ZZZ9,99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-VALOR.
           05 FILLER         PIC X(03) VALUE SPACES.
           05 WRK-LV-ROTULO    PIC X(30).
           05 WRK-LV-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
           PERFORM 0110-DEFINIR-COMPETENCIA
           PERFORM 0120-LER-ULTIMA-FATURA
           PERFORM 0130-CARREGAR-CONTRATOS
           PERFORM 0140-CARREGAR-CALCULOS
           PERFORM 0200-ABRIR-ARQUIVOS
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-QTD-CLIENTES
               PERFORM 0300-FATURAR-CLIENTE
           END-PERFORM
           PERFORM 0800-RELATORIO-TOTAIS
           PERFORM 0900-FECHAR-ARQUIVOS
           IF WRK-QT-FATURAS > ZEROS
               PERFORM 0950-REGRAVAR-CALCULOS
           END-IF
           STOP RUN.

       0110-DEFINIR-COMPETENCIA.
           CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
           MOVE WRK-DN-ANO TO WRK-CP-ANO
           MOVE WRK-DN-MES TO WRK-CP-MES
           IF WRK-CP-MES = 1
               MOVE 12 TO WRK-CP-MES
               SUBTRACT 1 FROM WRK-CP-ANO
           ELSE
               SUBTRACT 1 FROM WRK-CP-MES
           END-IF
           OPEN INPUT EX11-FATPRM-FILE
           IF WRK-FATPRM-STATUS = '00'
               READ EX11-FATPRM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EX11-FATPRM-LINHA IS NUMERIC
                           MOVE EX11-FATPRM-LINHA TO WRK-COMPETENCIA
                       END-IF
               END-READ
               CLOSE EX11-FATPRM-FILE
           END-IF
           COMPUTE WRK-CP-INICIO = WRK-COMPETENCIA * 100 + 1
           COMPUTE WRK-CP-FIM = WRK-COMPETENCIA * 100 + 31.

       0120-LER-ULTIMA-FATURA.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-FATURA-FILE
           IF WRK-FATURA-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-FATURA-FILE INTO EX11-FATURA-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EX11-FT-NUMERO > WRK-ULTIMA-FATURA
                               MOVE EX11-FT-NUMERO TO WRK-ULTIMA-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX11-FATURA-FILE
           END-IF.

       0130-CARREGAR-CONTRATOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-CONTRATO-FILE
           IF WRK-CONTRATO-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-CONTRATO-FILE INTO EX11-CONTRATO-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-CONTRATOS >= 50
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-CONTRATOS
                           MOVE EX11-CT-CLIENTE TO
                               WRK-TAB-CTR-CLIENTE (WRK-QTD-CONTRATOS)
                           MOVE EX11-CT-MINIMO TO
                               WRK-TAB-CTR-MINIMO (WRK-QTD-CONTRATOS)
                           MOVE EX11-CT-DATA-INICIO TO
                               WRK-TAB-CTR-DATA-INICIO
                                   (WRK-QTD-CONTRATOS)
                           MOVE EX11-CT-DATA-FIM TO
                               WRK-TAB-CTR-DATA-FIM (WRK-QTD-CONTRATOS)
                   END-READ
               END-PERFORM
               CLOSE EX11-CONTRATO-FILE
           END-IF.

       0140-CARREGAR-CALCULOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-CALCULO-FILE
           IF WRK-CALCULO-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-CALCULO-FILE INTO EX11-CALCULO-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0150-GUARDAR-CALCULO
                   END-READ
               END-PERFORM
               CLOSE EX11-CALCULO-FILE
           END-IF.

       0150-GUARDAR-CALCULO.
           IF WRK-QTD-CALCULOS >= 5000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-CALCULOS
           MOVE EX11-CALCULO-REC TO
               WRK-TAB-CAL-REGISTRO (WRK-QTD-CALCULOS)
           IF EX11-CL-NAO-FATURADO AND EX11-CL-DATA <= WRK-CP-FIM
               SET WRK-CLI-IDX TO 1
               SEARCH WRK-TAB-CLI
                   AT END
                       PERFORM 9000-ABORTAR-CAPACIDADE
                   WHEN WRK-CLI-IDX > WRK-QTD-CLIENTES
                       ADD 1 TO WRK-QTD-CLIENTES
                       MOVE EX11-CL-CLIENTE TO
                           WRK-TAB-CLI-CLIENTE (WRK-QTD-CLIENTES)
                   WHEN WRK-TAB-CLI-CLIENTE (WRK-CLI-IDX)
                           = EX11-CL-CLIENTE
                       CONTINUE
               END-SEARCH
           END-IF.

       0200-ABRIR-ARQUIVOS.
           OPEN EXTEND EX11-FATURA-FILE
           IF WRK-FATURA-STATUS = '35'
               OPEN OUTPUT EX11-FATURA-FILE
           END-IF
           OPEN OUTPUT EX11-FAT-REL-FILE
           WRITE EX11-FAT-REL-LINHA FROM WRK-CABECALHO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DT-DIA TO WRK-LDR-DIA
           MOVE WRK-DT-MES TO WRK-LDR-MES
           MOVE WRK-DT-ANO TO WRK-LDR-ANO
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO.

       0300-FATURAR-CLIENTE.
           ADD 1 TO WRK-ULTIMA-FATURA
           ADD 1 TO WRK-QT-FATURAS
           MOVE WRK-ULTIMA-FATURA TO EX11-FT-NUMERO
           MOVE WRK-TAB-CLI-CLIENTE (WRK-CLI-IDX) TO EX11-FT-CLIENTE
           MOVE WRK-COMPETENCIA TO EX11-FT-COMPETENCIA
           MOVE WRK-DATA-NEGOCIO TO EX11-FT-EMISSAO
           MOVE ZEROS TO EX11-FT-QTD-CALCULOS
           MOVE ZEROS TO EX11-FT-VALOR-CALCULOS
           MOVE ZEROS TO EX11-FT-AJUSTE-MINIMO

           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE EX11-FT-NUMERO TO WRK-LF-NUMERO
           MOVE EX11-FT-CLIENTE TO WRK-LF-CLIENTE
           MOVE EX11-FT-COMPETENCIA TO WRK-LF-COMPETENCIA
           MOVE EX11-FT-EMISSAO TO WRK-LF-EMISSAO
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-FATURA
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-TITULOS

           PERFORM VARYING WRK-CAL-IDX FROM 1 BY 1
                   UNTIL WRK-CAL-IDX > WRK-QTD-CALCULOS
               MOVE WRK-TAB-CAL-REGISTRO (WRK-CAL-IDX)
                   TO EX11-CALCULO-REC
               IF EX11-CL-NAO-FATURADO
                  AND EX11-CL-DATA <= WRK-CP-FIM
                  AND EX11-CL-CLIENTE = EX11-FT-CLIENTE
                   PERFORM 0310-FATURAR-CALCULO
               END-IF
           END-PERFORM

           PERFORM 0320-BUSCAR-MINIMO
           IF EX11-FT-VALOR-CALCULOS < WRK-MINIMO
               COMPUTE EX11-FT-AJUSTE-MINIMO =
                   WRK-MINIMO - EX11-FT-VALOR-CALCULOS
               ADD 1 TO WRK-QT-AJUSTADAS
           END-IF
           COMPUTE EX11-FT-VALOR =
               EX11-FT-VALOR-CALCULOS + EX11-FT-AJUSTE-MINIMO
           ADD EX11-FT-VALOR TO WRK-TOT-FATURADO

           MOVE 'SOMA DOS CALCULOS' TO WRK-LV-ROTULO
           MOVE EX11-FT-VALOR-CALCULOS TO WRK-LV-VALOR
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-VALOR
           IF EX11-FT-AJUSTE-MINIMO > ZEROS
               MOVE 'AJUSTE AO MINIMO CONTRATUAL' TO WRK-LV-ROTULO
               MOVE EX11-FT-AJUSTE-MINIMO TO WRK-LV-VALOR
               WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-VALOR
           END-IF
           MOVE 'TOTAL DA FATURA' TO WRK-LV-ROTULO
           MOVE EX11-FT-VALOR TO WRK-LV-VALOR
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-VALOR

           MOVE EX11-FATURA-REC TO EX11-FATURA-LINHA
           WRITE EX11-FATURA-LINHA.

       0310-FATURAR-CALCULO.
           ADD 1 TO EX11-FT-QTD-CALCULOS
           ADD 1 TO WRK-QT-FATURADOS
           ADD EX11-CL-VALOR TO EX11-FT-VALOR-CALCULOS
           MOVE EX11-CL-DATA TO WRK-LD-DATA
           MOVE EX11-CL-NM1 TO WRK-LD-NM1
           MOVE EX11-CL-NM2 TO WRK-LD-NM2
           MOVE EX11-CL-NM3 TO WRK-LD-NM3
           MOVE EX11-CL-VALOR TO WRK-LD-VALOR
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-DETALHE
           MOVE EX11-FT-NUMERO TO EX11-CL-FATURA
           MOVE EX11-CALCULO-REC TO WRK-TAB-CAL-REGISTRO (WRK-CAL-IDX).

      *    minimum of the contract in force on any day of the month
       0320-BUSCAR-MINIMO.
           MOVE ZEROS TO WRK-MINIMO
           SET WRK-CTR-IDX TO 1
           SEARCH WRK-TAB-CTR
               AT END
                   CONTINUE
               WHEN WRK-CTR-IDX > WRK-QTD-CONTRATOS
                   CONTINUE
               WHEN WRK-TAB-CTR-CLIENTE (WRK-CTR-IDX) = EX11-FT-CLIENTE
                  AND WRK-TAB-CTR-DATA-INICIO (WRK-CTR-IDX)
                       <= WRK-CP-FIM
                  AND WRK-TAB-CTR-DATA-FIM (WRK-CTR-IDX)
                       >= WRK-CP-INICIO
                   MOVE WRK-TAB-CTR-MINIMO (WRK-CTR-IDX) TO WRK-MINIMO
           END-SEARCH.

       0800-RELATORIO-TOTAIS.
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'FATURAS EMITIDAS......: ' DELIMITED BY SIZE
               WRK-QT-FATURAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'CALCULOS FATURADOS....: ' DELIMITED BY SIZE
               WRK-QT-FATURADOS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'AJUSTADAS AO MINIMO...: ' DELIMITED BY SIZE
               WRK-QT-AJUSTADAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'TOTAL FATURADO' TO WRK-LV-ROTULO
           MOVE WRK-TOT-FATURADO TO WRK-LV-VALOR
           WRITE EX11-FAT-REL-LINHA FROM WRK-LINHA-VALOR.

       0900-FECHAR-ARQUIVOS.
           CLOSE EX11-FATURA-FILE
           CLOSE EX11-FAT-REL-FILE.

       0950-REGRAVAR-CALCULOS.
           OPEN OUTPUT EX11-CALCULO-FILE
           PERFORM VARYING WRK-CAL-IDX FROM 1 BY 1
                   UNTIL WRK-CAL-IDX > WRK-QTD-CALCULOS
               MOVE WRK-TAB-CAL-REGISTRO (WRK-CAL-IDX)
                   TO EX11-CALCULO-LINHA
               WRITE EX11-CALCULO-LINHA
           END-PERFORM
           CLOSE EX11-CALCULO-FILE.

       9000-ABORTAR-CAPACIDADE.
           DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - '
               'RUN ABORTADO'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
