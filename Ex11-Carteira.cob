      ******************************************************************
      * Author:
      * Date:
      * Purpose: weekly aging of the EX11 client receivables - reads
      *          the invoices EX11-RECEBER keeps in EX11CRC.DAT and,
      *          as of the business date, spreads the open balance of
      *          every client over the days past the due date: not
      *          yet due, 0-30, 31-60, 61-90 and over 90 days. Credit
      *          balances left by over-payments are shown apart and
      *          taken off the client total. One line per client in
      *          EX11CARREL.DAT, followed by the grand totals of each
      *          bucket. Meant to run once a week.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX11-CARTEIRA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX11-RECEBER-FILE ASSIGN TO 'EX11CRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBER-STATUS.
           SELECT EX11-CAR-REL-FILE ASSIGN TO 'EX11CARREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX11-RECEBER-FILE.
       01 EX11-RECEBER-LINHA PIC X(87).

       FD  EX11-CAR-REL-FILE.
       01 EX11-CAR-REL-LINHA PIC X(112).

       WORKING-STORAGE SECTION.
       COPY EX11REC.

       77 WRK-RECEBER-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

      *    bands: 1 not yet due, 2 0-30, 3 31-60, 4 61-90, 5 over 90
       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLI OCCURS 500 TIMES
               INDEXED BY WRK-CLI-IDX.
               10 WRK-TAB-CLI-CLIENTE PIC X(05).
               10 WRK-TAB-CLI-FAIXA   PIC 9(10)V99 OCCURS 5 TIMES.
               10 WRK-TAB-CLI-CREDITO PIC 9(10)V99.
       77 WRK-QTD-CLIENTES PIC 9(05) VALUE ZEROS.

       01 WRK-TOTAIS-FAIXAS.
           05 WRK-TOT-FAIXA PIC 9(10)V99 OCCURS 5 TIMES.
       77 WRK-TOT-CREDITO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CLIENTE  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-FAIXA        PIC 9(01) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-QT-ABERTAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDAS  PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'IDADE DA CARTEIRA DE CLIENTES - EX11-CARTEIRA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-POSICAO.
           05 FILLER      PIC X(21) VALUE 'POSICAO EM.........: '.
           05 WRK-LP-DIA  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LP-MES  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LP-ANO  PIC 9999.
       01 WRK-LINHA-TITULOS.
           05 FILLER PIC X(40) VALUE
               'CLIENTE      A VENCER      0-30 DIAS    '.
           05 FILLER PIC X(40) VALUE
               ' 31-60 DIAS     61-90 DIAS  ACIMA 90 DIA'.
           05 FILLER PIC X(32) VALUE
               'S        CREDITO           TOTAL'.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-CLIENTE    PIC X(07).
           05 WRK-LD-COLUNA OCCURS 5 TIMES.
               10 WRK-LD-FAIXA  PIC ZZZ.ZZZ.ZZ9,99.
               10 FILLER        PIC X(01).
           05 WRK-LD-CREDITO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-TOTAL      PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
           CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
           INITIALIZE WRK-TOTAIS-FAIXAS
           PERFORM 0200-ABRIR-ARQUIVOS
           PERFORM 0300-CLASSIFICAR-FATURAS
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-QTD-CLIENTES
               PERFORM 0400-LISTAR-CLIENTE
           END-PERFORM
           PERFORM 0800-RELATORIO-TOTAIS
           PERFORM 0900-FECHAR-ARQUIVOS
           STOP RUN.

       0200-ABRIR-ARQUIVOS.
           OPEN OUTPUT EX11-CAR-REL-FILE
           WRITE EX11-CAR-REL-LINHA FROM WRK-CABECALHO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DT-DIA TO WRK-LDR-DIA
           MOVE WRK-DT-MES TO WRK-LDR-MES
           MOVE WRK-DT-ANO TO WRK-LDR-ANO
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
           MOVE WRK-DN-DIA TO WRK-LP-DIA
           MOVE WRK-DN-MES TO WRK-LP-MES
           MOVE WRK-DN-ANO TO WRK-LP-ANO
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-POSICAO
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-BRANCO
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-TITULOS.

       0300-CLASSIFICAR-FATURAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-RECEBER-FILE
           IF WRK-RECEBER-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-RECEBER-FILE INTO EX11-RECEBER-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EX11-RC-SALDO NOT = ZEROS
                               PERFORM 0310-CLASSIFICAR-FATURA
                                   THRU 0310-CLASSIFICAR-FATURA-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX11-RECEBER-FILE
           END-IF.

       0310-CLASSIFICAR-FATURA.
           SET WRK-CLI-IDX TO 1
           SEARCH WRK-TAB-CLI
               AT END
                   PERFORM 9000-ABORTAR-CAPACIDADE
               WHEN WRK-CLI-IDX > WRK-QTD-CLIENTES
                   ADD 1 TO WRK-QTD-CLIENTES
                   INITIALIZE WRK-TAB-CLI (WRK-CLI-IDX)
                   MOVE EX11-RC-CLIENTE TO
                       WRK-TAB-CLI-CLIENTE (WRK-CLI-IDX)
               WHEN WRK-TAB-CLI-CLIENTE (WRK-CLI-IDX) = EX11-RC-CLIENTE
                   CONTINUE
           END-SEARCH
           IF EX11-RC-SALDO < ZEROS
               SUBTRACT EX11-RC-SALDO FROM
                   WRK-TAB-CLI-CREDITO (WRK-CLI-IDX)
               SUBTRACT EX11-RC-SALDO FROM WRK-TOT-CREDITO
               GO TO 0310-CLASSIFICAR-FATURA-EXIT
           END-IF
           ADD 1 TO WRK-QT-ABERTAS
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE (EX11-RC-VENCIMENTO)
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO < ZEROS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE
           IF WRK-FAIXA > 1
               ADD 1 TO WRK-QT-VENCIDAS
           END-IF
           ADD EX11-RC-SALDO TO
               WRK-TAB-CLI-FAIXA (WRK-CLI-IDX, WRK-FAIXA)
           ADD EX11-RC-SALDO TO WRK-TOT-FAIXA (WRK-FAIXA).
       0310-CLASSIFICAR-FATURA-EXIT.
           EXIT.

       0400-LISTAR-CLIENTE.
           MOVE SPACES TO WRK-LINHA-DETALHE
           MOVE WRK-TAB-CLI-CLIENTE (WRK-CLI-IDX) TO WRK-LD-CLIENTE
           COMPUTE WRK-TOT-CLIENTE =
               0 - WRK-TAB-CLI-CREDITO (WRK-CLI-IDX)
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 5
               MOVE WRK-TAB-CLI-FAIXA (WRK-CLI-IDX, WRK-FAIXA)
                   TO WRK-LD-FAIXA (WRK-FAIXA)
               ADD WRK-TAB-CLI-FAIXA (WRK-CLI-IDX, WRK-FAIXA)
                   TO WRK-TOT-CLIENTE
           END-PERFORM
           MOVE WRK-TAB-CLI-CREDITO (WRK-CLI-IDX) TO WRK-LD-CREDITO
           MOVE WRK-TOT-CLIENTE TO WRK-LD-TOTAL
           ADD WRK-TOT-CLIENTE TO WRK-TOT-GERAL
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-DETALHE.

       0800-RELATORIO-TOTAIS.
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE SPACES TO WRK-LINHA-DETALHE
           MOVE 'TOTAL' TO WRK-LD-CLIENTE
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 5
               MOVE WRK-TOT-FAIXA (WRK-FAIXA)
                   TO WRK-LD-FAIXA (WRK-FAIXA)
           END-PERFORM
           MOVE WRK-TOT-CREDITO TO WRK-LD-CREDITO
           MOVE WRK-TOT-GERAL TO WRK-LD-TOTAL
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-DETALHE
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'CLIENTES..............: ' DELIMITED BY SIZE
               WRK-QTD-CLIENTES DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'FATURAS EM ABERTO.....: ' DELIMITED BY SIZE
               WRK-QT-ABERTAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'FATURAS VENCIDAS......: ' DELIMITED BY SIZE
               WRK-QT-VENCIDAS DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-CAR-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
           CLOSE EX11-CAR-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
           DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - '
               'RUN ABORTADO'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
