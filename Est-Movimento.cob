      ******************************************************************
      * Author:
      * Date:
      * Purpose: stock posting batch for the EST subsystem - reads
      *          the receipt file ESTENT.DAT and then the issue file
      *          ESTSAI.DAT (same layout: item, date, quantity, unit
      *          and document; a blank unit means the item's purchase
      *          unit on a receipt and its stock unit on an issue),
      *          converts every quantity to the item's stock unit
      *          through the EX54 factor table in force on the
      *          transaction date and posts it to the perpetual
      *          balance of ESTITEM.DAT, writing each posting to the
      *          stock ledger ESTKAR.DAT. A transaction is rejected to
      *          SISEXC.DAT when the item is unknown or inactive, the
      *          unit is unknown, carries an offset or belongs to a
      *          different dimension class from the item, the quantity
      *          is invalid, or an issue would take the balance below
      *          zero. Either file may start with the usual HDR record
      *          and is then checked against SISPROC.DAT so the same
      *          file is never posted twice (SISFORCA.DAT 'S'
      *          overrides). Posting list in ESTMOVREL.DAT, run
      *          control in SISCTL.DAT, return code 4 when anything
      *          was rejected and 8 when an input was already posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-MOVIMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-ITEM-FILE ASSIGN TO 'ESTITEM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITEM-STATUS.
           SELECT EX54-FATOR-FILE ASSIGN TO 'EX54FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATOR-STATUS.
           SELECT EST-MOVIMENTO-FILE ASSIGN TO WRK-NOME-MOVIMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVIMENTO-STATUS.
           SELECT EST-KARDEX-FILE ASSIGN TO 'ESTKAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT EST-RELATORIO-FILE ASSIGN TO 'ESTMOVREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT SIS-CONTROLE-FILE ASSIGN TO 'SISCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SISCTL-STATUS.
           SELECT SIS-PROCESSADO-FILE ASSIGN TO 'SISPROC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROC-STATUS.
           SELECT SIS-FORCA-FILE ASSIGN TO 'SISFORCA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORCA-STATUS.
           SELECT SIS-EXCECAO-FILE ASSIGN TO 'SISEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SISEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EST-ITEM-FILE.
       01 EST-ITEM-LINHA PIC X(94).

       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       FD  EST-MOVIMENTO-FILE.
       01 EST-MOVIMENTO-LINHA PIC X(36).

       FD  EST-KARDEX-FILE.
       01 EST-KARDEX-LINHA PIC X(61).

       FD  EST-RELATORIO-FILE.
       01 EST-RELATORIO-LINHA PIC X(132).

       FD  SIS-CONTROLE-FILE.
       01 SIS-CONTROLE-LINHA PIC X(52).

       FD  SIS-PROCESSADO-FILE.
       01 SIS-PROCESSADO-LINHA PIC X(32).

       FD  SIS-FORCA-FILE.
       01 SIS-FORCA-LINHA PIC X(01).

       FD  SIS-EXCECAO-FILE.
       01 SIS-EXCECAO-LINHA PIC X(84).

       WORKING-STORAGE SECTION.
       COPY ESTREC.
       COPY EX54REC.
       COPY SISCTLREC.
       COPY SISEXCREC.

       77 WRK-ITEM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FATOR-STATUS     PIC X(02) VALUE '00'.
       77 WRK-MOVIMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SISCTL-STATUS    PIC X(02) VALUE '00'.
       77 WRK-PROC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FORCA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-SISEXC-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-PROC    PIC X(01) VALUE 'N'.
           88 WRK-FIM-PROC-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-TABELA-ARQUIVOS.
           05 FILLER PIC X(21) VALUE 'ESTENT.DAT          E'.
           05 FILLER PIC X(21) VALUE 'ESTSAI.DAT          S'.
       01 WRK-TABELA-ARQ-RED REDEFINES WRK-TABELA-ARQUIVOS.
           05 WRK-TAB-ARQ OCCURS 2 TIMES
               INDEXED BY WRK-ARQ-IDX.
               10 WRK-TAB-ARQ-NOME PIC X(20).
               10 WRK-TAB-ARQ-TIPO PIC X(01).
       01 WRK-CABECALHOS-ARQUIVOS.
           05 WRK-TAB-HDR OCCURS 2 TIMES.
               10 WRK-TAB-HDR-PRESENTE  PIC X(01).
               10 WRK-TAB-HDR-ID        PIC X(08).
               10 WRK-TAB-HDR-SEQUENCIA PIC 9(06).
       77 WRK-NOME-MOVIMENTO PIC X(20) VALUE SPACES.
       77 WRK-TIPO-MOVIMENTO PIC X(01) VALUE SPACES.
           88 WRK-TIPO-ENTRADA VALUE 'E'.
           88 WRK-TIPO-SAIDA   VALUE 'S'.

       77 WRK-JA-PROCESSADO  PIC X(01) VALUE 'N'.
           88 WRK-JA-PROCESSADO-OK VALUE 'S'.
       77 WRK-FORCA-REPROC   PIC X(01) VALUE 'N'.
           88 WRK-FORCA-REPROC-OK VALUE 'S'.
       77 WRK-ABORTAR-RUN    PIC X(01) VALUE 'N'.
           88 WRK-ABORTAR-RUN-OK VALUE 'S'.

       01 WRK-TABELA-FATORES.
           05 WRK-TAB-FAT OCCURS 50 TIMES
               INDEXED BY WRK-FAT-IDX.
               10 WRK-TAB-FAT-UNIDADE  PIC X(02).
               10 WRK-TAB-FAT-FATOR    PIC 9(06)V999999.
               10 WRK-TAB-FAT-VIGENCIA PIC 9(08).
               10 WRK-TAB-FAT-CLASSE   PIC X(01).
               10 WRK-TAB-FAT-DESLOC   PIC S9(06)V999999.
       77 WRK-QTD-FATORES PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-ITENS.
           05 WRK-TAB-ITM OCCURS 500 TIMES
               INDEXED BY WRK-ITM-IDX.
               10 WRK-TAB-ITM-REGISTRO PIC X(94).
       77 WRK-QTD-ITENS PIC 9(03) VALUE ZEROS.

       77 WRK-DATA-EFETIVA  PIC 9(08) VALUE ZEROS.
       77 WRK-UNIDADE-BUSCA PIC X(02) VALUE SPACES.
       77 WRK-UNIDADE-MOV   PIC X(02) VALUE SPACES.
       77 WRK-IDX-ACHADO    PIC 9(02) VALUE ZEROS.
       77 WRK-VIG-ACHADA    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-ORIGEM    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DESTINO   PIC 9(02) VALUE ZEROS.
       77 WRK-BASE          PIC S9(10)V999999 VALUE ZEROS.
       77 WRK-QT-ESTOQUE    PIC S9(09)V999 VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENTRADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SAIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-VALOR    PIC S9(11)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HORA PIC 9(02).
           05 WRK-HR-MIN  PIC 9(02).
           05 WRK-HR-SEG  PIC 9(02).
           05 FILLER      PIC 9(02).
       01 WRK-HORA-HHMMSS REDEFINES WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       01 WRK-LINHA-CABECALHO PIC X(60) VALUE
           'LANCAMENTOS DE ESTOQUE - EST-MOVIMENTO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-TITULOS.
           05 FILLER PIC X(40) VALUE
               ' T  ITEM    DOCUMENTO   DATA         QUA'.
           05 FILLER PIC X(40) VALUE
               'NTIDADE UN       QT ESTOQUE UN          '.
           05 FILLER PIC X(17) VALUE
               '  SALDO  SITUACAO'.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO       PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-ITEM       PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DOCUMENTO  PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-QUANTIDADE PIC Z.ZZZ.ZZ9,999.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-UNIDADE    PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-QT-ESTOQUE PIC ---.---.--9,999.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-UN-ESTOQUE PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO      PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO   PIC X(30).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       PERFORM 0140-CARREGAR-FATORES.
       PERFORM 0150-CARREGAR-ITENS.
       PERFORM 0210-VERIFICAR-CABECALHO
           THRU 0210-VERIFICAR-CABECALHO-EXIT
           VARYING WRK-ARQ-IDX FROM 1 BY 1 UNTIL WRK-ARQ-IDX > 2.
       IF WRK-ABORTAR-RUN-OK
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM 0220-REGISTRAR-PROCESSAMENTO
               VARYING WRK-ARQ-IDX FROM 1 BY 1 UNTIL WRK-ARQ-IDX > 2
           PERFORM 0200-ABRIR-ARQUIVOS
           PERFORM 0300-PROCESSAR-ARQUIVO
               VARYING WRK-ARQ-IDX FROM 1 BY 1 UNTIL WRK-ARQ-IDX > 2
           PERFORM 0700-REGRAVAR-ITENS
           PERFORM 0800-RELATORIO-TOTAIS
           PERFORM 0950-GRAVAR-CONTROLE
           PERFORM 0900-FECHAR-ARQUIVOS
           IF WRK-QT-REJEITADOS = ZEROS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.
       STOP RUN.

       0140-CARREGAR-FATORES.
       OPEN INPUT EX54-FATOR-FILE
       IF WRK-FATOR-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX54-FATOR-FILE INTO EX54-FATOR-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF NOT EX54-FT-INATIVO
                           PERFORM 0145-GUARDAR-FATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX54-FATOR-FILE
       END-IF.

       0145-GUARDAR-FATOR.
       IF WRK-QTD-FATORES >= 50
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-FATORES
       MOVE EX54-FT-UNIDADE TO WRK-TAB-FAT-UNIDADE (WRK-QTD-FATORES)
       MOVE EX54-FT-FATOR TO WRK-TAB-FAT-FATOR (WRK-QTD-FATORES)
       MOVE EX54-FT-VIGENCIA TO WRK-TAB-FAT-VIGENCIA (WRK-QTD-FATORES)
       MOVE EX54-FT-CLASSE TO WRK-TAB-FAT-CLASSE (WRK-QTD-FATORES)
       IF EX54-FT-DESLOCAMENTO NUMERIC
           MOVE EX54-FT-DESLOCAMENTO
               TO WRK-TAB-FAT-DESLOC (WRK-QTD-FATORES)
       ELSE
           MOVE ZEROS TO WRK-TAB-FAT-DESLOC (WRK-QTD-FATORES)
       END-IF.

       0150-CARREGAR-ITENS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EST-ITEM-FILE
       IF WRK-ITEM-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EST-ITEM-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ITENS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ITENS
                       MOVE EST-ITEM-LINHA
                           TO WRK-TAB-ITM-REGISTRO (WRK-QTD-ITENS)
               END-READ
           END-PERFORM
           CLOSE EST-ITEM-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EST-RELATORIO-FILE
       OPEN EXTEND EST-KARDEX-FILE
       IF WRK-KARDEX-STATUS = '35'
           OPEN OUTPUT EST-KARDEX-FILE
       END-IF
       OPEN EXTEND SIS-EXCECAO-FILE
       IF WRK-SISEXC-STATUS = '35'
           OPEN OUTPUT SIS-EXCECAO-FILE
       END-IF
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-CABECALHO
       PERFORM 0250-GRAVAR-DATA-RELATORIO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-TITULOS.

      *    a file already posted stops the run before any movement
      *    of either file is posted
       0210-VERIFICAR-CABECALHO.
       MOVE 'N' TO WRK-TAB-HDR-PRESENTE (WRK-ARQ-IDX)
       MOVE WRK-TAB-ARQ-NOME (WRK-ARQ-IDX) TO WRK-NOME-MOVIMENTO
       OPEN INPUT EST-MOVIMENTO-FILE
       IF WRK-MOVIMENTO-STATUS NOT = '00'
           GO TO 0210-VERIFICAR-CABECALHO-EXIT
       END-IF
       READ EST-MOVIMENTO-FILE
           AT END MOVE SPACES TO EST-MOVIMENTO-LINHA
       END-READ
       CLOSE EST-MOVIMENTO-FILE
       IF EST-MOVIMENTO-LINHA (1:3) NOT = 'HDR'
           GO TO 0210-VERIFICAR-CABECALHO-EXIT
       END-IF

       MOVE 'S' TO WRK-TAB-HDR-PRESENTE (WRK-ARQ-IDX)
       MOVE EST-MOVIMENTO-LINHA (4:8) TO WRK-TAB-HDR-ID (WRK-ARQ-IDX)
       IF EST-MOVIMENTO-LINHA (12:6) IS NUMERIC
           MOVE EST-MOVIMENTO-LINHA (12:6)
               TO WRK-TAB-HDR-SEQUENCIA (WRK-ARQ-IDX)
       ELSE
           MOVE ZEROS TO WRK-TAB-HDR-SEQUENCIA (WRK-ARQ-IDX)
       END-IF
       PERFORM 0912-LER-FORCA-REPROCESSO
       PERFORM 0915-CONSULTAR-REGISTRO
       IF WRK-JA-PROCESSADO-OK AND NOT WRK-FORCA-REPROC-OK
           MOVE 'S' TO WRK-ABORTAR-RUN
           DISPLAY 'ENTRADA JA PROCESSADA - RUN ABORTADO: '
               WRK-TAB-HDR-ID (WRK-ARQ-IDX) ' SEQ '
               WRK-TAB-HDR-SEQUENCIA (WRK-ARQ-IDX)
           PERFORM 0930-GRAVAR-EXCECAO-DUPLICATA
       END-IF.

       0210-VERIFICAR-CABECALHO-EXIT.
       EXIT.

       0220-REGISTRAR-PROCESSAMENTO.
       IF WRK-TAB-HDR-PRESENTE (WRK-ARQ-IDX) = 'S'
           OPEN EXTEND SIS-PROCESSADO-FILE
           IF WRK-PROC-STATUS = '35'
               OPEN OUTPUT SIS-PROCESSADO-FILE
           END-IF
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-TAB-HDR-ID (WRK-ARQ-IDX) TO SIS-PR-ARQUIVO-ID
           MOVE WRK-TAB-HDR-SEQUENCIA (WRK-ARQ-IDX)
               TO SIS-PR-SEQUENCIA
           MOVE WRK-DATA-SISTEMA TO SIS-PR-DATA-PROC
           MOVE 'EST-MOV' TO SIS-PR-PROGRAMA
           MOVE SIS-PROCESSADO-REC TO SIS-PROCESSADO-LINHA
           WRITE SIS-PROCESSADO-LINHA
           CLOSE SIS-PROCESSADO-FILE
       END-IF.

       0250-GRAVAR-DATA-RELATORIO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-DATA-RELATORIO.

       0300-PROCESSAR-ARQUIVO.
       MOVE WRK-TAB-ARQ-NOME (WRK-ARQ-IDX) TO WRK-NOME-MOVIMENTO
       MOVE WRK-TAB-ARQ-TIPO (WRK-ARQ-IDX) TO WRK-TIPO-MOVIMENTO
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EST-MOVIMENTO-FILE
       IF WRK-MOVIMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EST-MOVIMENTO-FILE INTO EST-MOVIMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EST-MOVIMENTO-LINHA (1:3) NOT = 'HDR'
                           PERFORM 0400-LANCAR-MOVIMENTO
                               THRU 0400-LANCAR-MOVIMENTO-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EST-MOVIMENTO-FILE
       END-IF.

       0400-LANCAR-MOVIMENTO.
       ADD 1 TO WRK-QT-LIDOS
       MOVE SPACES TO WRK-LINHA-DETALHE
       MOVE WRK-TIPO-MOVIMENTO TO WRK-LD-TIPO
       MOVE EST-MV-ITEM TO WRK-LD-ITEM
       MOVE EST-MV-DOCUMENTO TO WRK-LD-DOCUMENTO
       MOVE EST-MV-UNIDADE TO WRK-LD-UNIDADE
       MOVE ZEROS TO WRK-LD-QT-ESTOQUE
       MOVE ZEROS TO WRK-LD-SALDO
       IF EST-MV-DATA IS NUMERIC AND EST-MV-DATA > ZEROS
           MOVE EST-MV-DATA TO WRK-DATA-EFETIVA
       ELSE
           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-EFETIVA
       END-IF
       MOVE WRK-DATA-EFETIVA TO WRK-LD-DATA

       IF EST-MV-QUANTIDADE NOT NUMERIC OR EST-MV-QUANTIDADE = ZEROS
           MOVE ZEROS TO WRK-LD-QUANTIDADE
           MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-LANCAR-MOVIMENTO-EXIT
       END-IF
       MOVE EST-MV-QUANTIDADE TO WRK-LD-QUANTIDADE
       ADD EST-MV-QUANTIDADE TO WRK-HASH-VALOR

       SET WRK-ITM-IDX TO 1
       SEARCH WRK-TAB-ITM
           AT END
               MOVE SPACES TO EST-ITEM-REC
           WHEN WRK-ITM-IDX > WRK-QTD-ITENS
               MOVE SPACES TO EST-ITEM-REC
           WHEN WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) (1:6) = EST-MV-ITEM
               MOVE WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) TO EST-ITEM-REC
       END-SEARCH
       IF EST-IT-CODIGO = SPACES OR NOT EST-IT-ATIVO
           MOVE 'ITEM INEXISTENTE OU INATIVO' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-LANCAR-MOVIMENTO-EXIT
       END-IF

       MOVE EST-MV-UNIDADE TO WRK-UNIDADE-MOV
       IF WRK-UNIDADE-MOV = SPACES
           IF WRK-TIPO-ENTRADA
               MOVE EST-IT-UNIDADE-COMPRA TO WRK-UNIDADE-MOV
           ELSE
               MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-UNIDADE-MOV
           END-IF
           MOVE WRK-UNIDADE-MOV TO WRK-LD-UNIDADE
       END-IF
       MOVE WRK-UNIDADE-MOV TO WRK-UNIDADE-BUSCA
       PERFORM 0450-LOCALIZAR-FATOR
       MOVE WRK-IDX-ACHADO TO WRK-IDX-ORIGEM
       MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-UNIDADE-BUSCA
       PERFORM 0450-LOCALIZAR-FATOR
       MOVE WRK-IDX-ACHADO TO WRK-IDX-DESTINO
       IF WRK-IDX-ORIGEM = ZEROS OR WRK-IDX-DESTINO = ZEROS
          OR WRK-TAB-FAT-FATOR (WRK-IDX-ORIGEM) = ZEROS
           MOVE 'UNIDADE INEXISTENTE NA DATA' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-LANCAR-MOVIMENTO-EXIT
       END-IF
       IF WRK-TAB-FAT-CLASSE (WRK-IDX-ORIGEM) NOT = EST-IT-CLASSE
           MOVE 'CLASSE DA UNIDADE DIVERGE' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-LANCAR-MOVIMENTO-EXIT
       END-IF
      *    a quantity is a difference, never a reading: a unit with
      *    an offset cannot be used for stock
       IF WRK-TAB-FAT-DESLOC (WRK-IDX-ORIGEM) NOT = ZEROS
          OR WRK-TAB-FAT-DESLOC (WRK-IDX-DESTINO) NOT = ZEROS
           MOVE 'UNIDADE COM DESLOCAMENTO' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-LANCAR-MOVIMENTO-EXIT
       END-IF

       COMPUTE WRK-BASE ROUNDED =
           EST-MV-QUANTIDADE / WRK-TAB-FAT-FATOR (WRK-IDX-ORIGEM)
       COMPUTE WRK-QT-ESTOQUE ROUNDED =
           WRK-BASE * WRK-TAB-FAT-FATOR (WRK-IDX-DESTINO)
       IF WRK-TIPO-SAIDA
           IF WRK-QT-ESTOQUE > EST-IT-SALDO
               MOVE WRK-QT-ESTOQUE TO WRK-LD-QT-ESTOQUE
               MOVE EST-IT-SALDO TO WRK-LD-SALDO
               MOVE 'SALDO INSUFICIENTE' TO WRK-MOTIVO
               PERFORM 0600-REJEITAR
               GO TO 0400-LANCAR-MOVIMENTO-EXIT
           END-IF
           COMPUTE WRK-QT-ESTOQUE = 0 - WRK-QT-ESTOQUE
           ADD 1 TO WRK-QT-SAIDAS
       ELSE
           ADD 1 TO WRK-QT-ENTRADAS
       END-IF

       ADD WRK-QT-ESTOQUE TO EST-IT-SALDO
       IF WRK-DATA-EFETIVA > EST-IT-DATA-ULT-MOV
           MOVE WRK-DATA-EFETIVA TO EST-IT-DATA-ULT-MOV
       END-IF
       MOVE EST-ITEM-REC TO WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX)

       MOVE WRK-DATA-EFETIVA TO EST-KX-DATA
       MOVE EST-IT-CODIGO TO EST-KX-ITEM
       MOVE WRK-TIPO-MOVIMENTO TO EST-KX-TIPO
       MOVE EST-MV-QUANTIDADE TO EST-KX-QT-ORIGINAL
       MOVE WRK-UNIDADE-MOV TO EST-KX-UNIDADE-ORIG
       MOVE WRK-QT-ESTOQUE TO EST-KX-QT-ESTOQUE
       MOVE EST-IT-SALDO TO EST-KX-SALDO
       MOVE EST-MV-DOCUMENTO TO EST-KX-DOCUMENTO
       MOVE EST-KARDEX-REC TO EST-KARDEX-LINHA
       WRITE EST-KARDEX-LINHA

       MOVE WRK-QT-ESTOQUE TO WRK-LD-QT-ESTOQUE
       MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-LD-UN-ESTOQUE
       MOVE EST-IT-SALDO TO WRK-LD-SALDO
       MOVE 'LANCADO' TO WRK-LD-SITUACAO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-DETALHE.

       0400-LANCAR-MOVIMENTO-EXIT.
       EXIT.

       0450-LOCALIZAR-FATOR.
       MOVE ZEROS TO WRK-IDX-ACHADO
       MOVE ZEROS TO WRK-VIG-ACHADA
       PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > WRK-QTD-FATORES
           IF WRK-TAB-FAT-UNIDADE (WRK-FAT-IDX) = WRK-UNIDADE-BUSCA
              AND WRK-TAB-FAT-VIGENCIA (WRK-FAT-IDX)
                  <= WRK-DATA-EFETIVA
              AND (WRK-IDX-ACHADO = ZEROS
                   OR WRK-TAB-FAT-VIGENCIA (WRK-FAT-IDX)
                       > WRK-VIG-ACHADA)
               SET WRK-IDX-ACHADO TO WRK-FAT-IDX
               MOVE WRK-TAB-FAT-VIGENCIA (WRK-FAT-IDX)
                   TO WRK-VIG-ACHADA
           END-IF
       END-PERFORM.

       0600-REJEITAR.
       ADD 1 TO WRK-QT-REJEITADOS
       MOVE WRK-MOTIVO TO WRK-LD-SITUACAO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-DETALHE
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA TO SIS-EX-DATA
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-HR-HHMMSS TO SIS-EX-HORA
       MOVE 'EST-MOV' TO SIS-EX-PROGRAMA
       MOVE 'EST-MV-ITEM' TO SIS-EX-CAMPO
       MOVE SPACES TO SIS-EX-VALOR
       STRING WRK-TIPO-MOVIMENTO DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           EST-MV-ITEM DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           EST-MV-UNIDADE DELIMITED BY SIZE
           INTO SIS-EX-VALOR
       MOVE WRK-MOTIVO TO SIS-EX-MOTIVO
       MOVE SIS-EXCECAO-REC TO SIS-EXCECAO-LINHA
       WRITE SIS-EXCECAO-LINHA.

       0700-REGRAVAR-ITENS.
       OPEN OUTPUT EST-ITEM-FILE
       PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-QTD-ITENS
           MOVE WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) TO EST-ITEM-LINHA
           WRITE EST-ITEM-LINHA
       END-PERFORM
       CLOSE EST-ITEM-FILE.

       0800-RELATORIO-TOTAIS.
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MOVIMENTOS LIDOS......: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ENTRADAS LANCADAS.....: ' DELIMITED BY SIZE
           WRK-QT-ENTRADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SAIDAS LANCADAS.......: ' DELIMITED BY SIZE
           WRK-QT-SAIDAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'REJEITADOS............: ' DELIMITED BY SIZE
           WRK-QT-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EST-RELATORIO-FILE
       CLOSE EST-KARDEX-FILE
       CLOSE SIS-EXCECAO-FILE.

       0912-LER-FORCA-REPROCESSO.
       MOVE 'N' TO WRK-FORCA-REPROC
       OPEN INPUT SIS-FORCA-FILE
       IF WRK-FORCA-STATUS = '00'
           READ SIS-FORCA-FILE
               AT END CONTINUE
               NOT AT END
                   IF SIS-FORCA-LINHA = 'S'
                       MOVE 'S' TO WRK-FORCA-REPROC
                   END-IF
           END-READ
           CLOSE SIS-FORCA-FILE
       END-IF.

       0915-CONSULTAR-REGISTRO.
       MOVE 'N' TO WRK-JA-PROCESSADO
       MOVE 'N' TO WRK-FIM-PROC
       OPEN INPUT SIS-PROCESSADO-FILE
       IF WRK-PROC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-PROC-OK
               READ SIS-PROCESSADO-FILE INTO SIS-PROCESSADO-REC
                   AT END MOVE 'S' TO WRK-FIM-PROC
                   NOT AT END
                       IF SIS-PR-ARQUIVO-ID
                              = WRK-TAB-HDR-ID (WRK-ARQ-IDX)
                          AND SIS-PR-SEQUENCIA
                              = WRK-TAB-HDR-SEQUENCIA (WRK-ARQ-IDX)
                           MOVE 'S' TO WRK-JA-PROCESSADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIS-PROCESSADO-FILE
       END-IF.

       0930-GRAVAR-EXCECAO-DUPLICATA.
       OPEN EXTEND SIS-EXCECAO-FILE
       IF WRK-SISEXC-STATUS = '35'
           OPEN OUTPUT SIS-EXCECAO-FILE
       END-IF
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA TO SIS-EX-DATA
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-HR-HHMMSS TO SIS-EX-HORA
       MOVE 'EST-MOV' TO SIS-EX-PROGRAMA
       MOVE 'HDR ENTRADA' TO SIS-EX-CAMPO
       MOVE WRK-TAB-HDR-ID (WRK-ARQ-IDX) TO SIS-EX-VALOR
       MOVE 'ENTRADA JA PROCESSADA' TO SIS-EX-MOTIVO
       MOVE SIS-EXCECAO-REC TO SIS-EXCECAO-LINHA
       WRITE SIS-EXCECAO-LINHA
       CLOSE SIS-EXCECAO-FILE.

       0950-GRAVAR-CONTROLE.
       OPEN EXTEND SIS-CONTROLE-FILE
       IF WRK-SISCTL-STATUS = '35'
           OPEN OUTPUT SIS-CONTROLE-FILE
       END-IF
       MOVE WRK-DATA-NEGOCIO TO SIS-CT-DATA
       MOVE 'EST-MOV' TO SIS-CT-PROGRAMA
       MOVE WRK-QT-LIDOS TO SIS-CT-QT-LIDOS
       COMPUTE SIS-CT-QT-GRAVADOS = WRK-QT-ENTRADAS + WRK-QT-SAIDAS
       MOVE WRK-QT-REJEITADOS TO SIS-CT-QT-REJEITADOS
       MOVE WRK-HASH-VALOR TO SIS-CT-HASH-VALOR
       MOVE SIS-CONTROLE-REC TO SIS-CONTROLE-LINHA
       WRITE SIS-CONTROLE-LINHA
       CLOSE SIS-CONTROLE-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
