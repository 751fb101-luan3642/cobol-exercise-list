      ******************************************************************
      * Author:
      * Date:
      * Purpose: reorder-point list of the EST subsystem - prints in
      *          ESTREPREL.DAT every active item of ESTITEM.DAT whose
      *          perpetual balance is at or below its reorder point,
      *          with the shortfall in the stock unit and a suggested
      *          order quantity in the purchase unit. The shortfall
      *          is converted to the purchase unit through the EX54
      *          factors in force on the business date; when the item
      *          has a standard order quantity the suggestion is the
      *          smallest whole number of lots that covers the
      *          shortfall (at least one lot), otherwise it is the
      *          converted shortfall itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-REPOSICAO.
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
           SELECT EST-RELATORIO-FILE ASSIGN TO 'ESTREPREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EST-ITEM-FILE.
       01 EST-ITEM-LINHA PIC X(94).

       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       FD  EST-RELATORIO-FILE.
       01 EST-RELATORIO-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ESTREC.
       COPY EX54REC.

       77 WRK-ITEM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FATOR-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-TABELA-FATORES.
           05 WRK-TAB-FAT OCCURS 50 TIMES
               INDEXED BY WRK-FAT-IDX.
               10 WRK-TAB-FAT-UNIDADE  PIC X(02).
               10 WRK-TAB-FAT-FATOR    PIC 9(06)V999999.
               10 WRK-TAB-FAT-VIGENCIA PIC 9(08).
       77 WRK-QTD-FATORES PIC 9(02) VALUE ZEROS.

       77 WRK-UNIDADE-BUSCA PIC X(02) VALUE SPACES.
       77 WRK-IDX-ACHADO    PIC 9(02) VALUE ZEROS.
       77 WRK-VIG-ACHADA    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-ORIGEM    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DESTINO   PIC 9(02) VALUE ZEROS.
       77 WRK-FALTA         PIC S9(09)V999 VALUE ZEROS.
       77 WRK-BASE          PIC S9(10)V999999 VALUE ZEROS.
       77 WRK-FALTA-COMPRA  PIC S9(09)V999 VALUE ZEROS.
       77 WRK-QT-LOTES      PIC 9(07) VALUE ZEROS.
       77 WRK-SUGESTAO      PIC S9(09)V999 VALUE ZEROS.

       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LISTADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-FATOR  PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-LINHA-CABECALHO PIC X(60) VALUE
           'ITENS NO PONTO DE PEDIDO - EST-REPOSICAO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-TITULOS.
           05 FILLER PIC X(40) VALUE
               'ITEM    DESCRICAO                       '.
           05 FILLER PIC X(40) VALUE
               'UN            SALDO     PONTO PEDIDO    '.
           05 FILLER PIC X(40) VALUE
               '        FALTA  UC         SUGERIDO      '.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-ITEM       PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCRICAO  PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-UNIDADE    PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO      PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-PONTO      PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-FALTA      PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-UNIDADE-C  PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-SUGESTAO   PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-OBSERVACAO PIC X(20).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       PERFORM 0140-CARREGAR-FATORES.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR-ITENS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       MOVE 0 TO RETURN-CODE.
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
       MOVE EX54-FT-VIGENCIA TO WRK-TAB-FAT-VIGENCIA (WRK-QTD-FATORES).

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EST-RELATORIO-FILE
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-TITULOS.

       0300-PROCESSAR-ITENS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EST-ITEM-FILE
       IF WRK-ITEM-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EST-ITEM-FILE INTO EST-ITEM-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       IF EST-IT-ATIVO
                          AND EST-IT-SALDO <= EST-IT-PONTO-PEDIDO
                           PERFORM 0400-LISTAR-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EST-ITEM-FILE
       END-IF.

       0400-LISTAR-ITEM.
       ADD 1 TO WRK-QT-LISTADOS
       MOVE SPACES TO WRK-LINHA-DETALHE
       MOVE EST-IT-CODIGO TO WRK-LD-ITEM
       MOVE EST-IT-DESCRICAO TO WRK-LD-DESCRICAO
       MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-LD-UNIDADE
       MOVE EST-IT-SALDO TO WRK-LD-SALDO
       MOVE EST-IT-PONTO-PEDIDO TO WRK-LD-PONTO
       COMPUTE WRK-FALTA = EST-IT-PONTO-PEDIDO - EST-IT-SALDO
       MOVE WRK-FALTA TO WRK-LD-FALTA
       MOVE EST-IT-UNIDADE-COMPRA TO WRK-LD-UNIDADE-C

       MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-UNIDADE-BUSCA
       PERFORM 0450-LOCALIZAR-FATOR
       MOVE WRK-IDX-ACHADO TO WRK-IDX-ORIGEM
       MOVE EST-IT-UNIDADE-COMPRA TO WRK-UNIDADE-BUSCA
       PERFORM 0450-LOCALIZAR-FATOR
       MOVE WRK-IDX-ACHADO TO WRK-IDX-DESTINO
       IF WRK-IDX-ORIGEM = ZEROS OR WRK-IDX-DESTINO = ZEROS
          OR WRK-TAB-FAT-FATOR (WRK-IDX-ORIGEM) = ZEROS
           ADD 1 TO WRK-QT-SEM-FATOR
           MOVE ZEROS TO WRK-LD-SUGESTAO
           MOVE 'UNIDADE SEM FATOR' TO WRK-LD-OBSERVACAO
       ELSE
           COMPUTE WRK-BASE ROUNDED =
               WRK-FALTA / WRK-TAB-FAT-FATOR (WRK-IDX-ORIGEM)
           COMPUTE WRK-FALTA-COMPRA ROUNDED =
               WRK-BASE * WRK-TAB-FAT-FATOR (WRK-IDX-DESTINO)
           PERFORM 0460-CALCULAR-SUGESTAO
           MOVE WRK-SUGESTAO TO WRK-LD-SUGESTAO
       END-IF
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-DETALHE.

       0450-LOCALIZAR-FATOR.
       MOVE ZEROS TO WRK-IDX-ACHADO
       MOVE ZEROS TO WRK-VIG-ACHADA
       PERFORM VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > WRK-QTD-FATORES
           IF WRK-TAB-FAT-UNIDADE (WRK-FAT-IDX) = WRK-UNIDADE-BUSCA
              AND WRK-TAB-FAT-VIGENCIA (WRK-FAT-IDX)
                  <= WRK-DATA-NEGOCIO
              AND (WRK-IDX-ACHADO = ZEROS
                   OR WRK-TAB-FAT-VIGENCIA (WRK-FAT-IDX)
                       > WRK-VIG-ACHADA)
               SET WRK-IDX-ACHADO TO WRK-FAT-IDX
               MOVE WRK-TAB-FAT-VIGENCIA (WRK-FAT-IDX)
                   TO WRK-VIG-ACHADA
           END-IF
       END-PERFORM.

      *    whole lots covering the shortage, at least one lot
       0460-CALCULAR-SUGESTAO.
       IF EST-IT-LOTE-COMPRA = ZEROS
           MOVE WRK-FALTA-COMPRA TO WRK-SUGESTAO
           MOVE 'FALTA CONVERTIDA' TO WRK-LD-OBSERVACAO
       ELSE
           COMPUTE WRK-QT-LOTES =
               WRK-FALTA-COMPRA / EST-IT-LOTE-COMPRA
           IF WRK-QT-LOTES * EST-IT-LOTE-COMPRA < WRK-FALTA-COMPRA
               ADD 1 TO WRK-QT-LOTES
           END-IF
           IF WRK-QT-LOTES = ZEROS
               MOVE 1 TO WRK-QT-LOTES
           END-IF
           COMPUTE WRK-SUGESTAO = WRK-QT-LOTES * EST-IT-LOTE-COMPRA
           MOVE 'LOTE DE COMPRA' TO WRK-LD-OBSERVACAO
       END-IF.

       0800-RELATORIO-TOTAIS.
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ITENS LIDOS...........: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ITENS A REPOR.........: ' DELIMITED BY SIZE
           WRK-QT-LISTADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ITENS SEM FATOR.......: ' DELIMITED BY SIZE
           WRK-QT-SEM-FATOR DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EST-RELATORIO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
