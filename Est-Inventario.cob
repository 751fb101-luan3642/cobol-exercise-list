      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly physical count of the EST subsystem - reads
      *          the count sheet ESTCONT.DAT (item, counted quantity,
      *          unit and count date; a blank unit means the stock
      *          unit, several lines of the same item are added up),
      *          converts every line to the item's stock unit through
      *          the EX54 factor table, and prints in ESTINVREL.DAT,
      *          for every active item of ESTITEM.DAT, the perpetual
      *          balance, the counted quantity, the variance and its
      *          percentage; active items missing from the sheet are
      *          listed as not counted and left untouched. The
      *          perpetual balance of every counted item is then set
      *          to the count, each variance being written to the
      *          stock ledger ESTKAR.DAT as an inventory adjustment. A
      *          'P' in ESTINVPRM.DAT prints the variance report as a
      *          preview without adjusting anything. Count lines with
      *          an unknown or inactive item, an unknown unit, a unit
      *          with an offset or a unit of another dimension class
      *          are rejected to SISEXC.DAT (return code 4).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-INVENTARIO.
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
           SELECT EST-CONTAGEM-FILE ASSIGN TO 'ESTCONT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAGEM-STATUS.
           SELECT EST-INVPRM-FILE ASSIGN TO 'ESTINVPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETRO-STATUS.
           SELECT EST-KARDEX-FILE ASSIGN TO 'ESTKAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT EST-RELATORIO-FILE ASSIGN TO 'ESTINVREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT SIS-EXCECAO-FILE ASSIGN TO 'SISEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SISEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EST-ITEM-FILE.
       01 EST-ITEM-LINHA PIC X(94).

       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       FD  EST-CONTAGEM-FILE.
       01 EST-CONTAGEM-LINHA PIC X(26).

       FD  EST-INVPRM-FILE.
       01 EST-INVPRM-LINHA PIC X(01).

       FD  EST-KARDEX-FILE.
       01 EST-KARDEX-LINHA PIC X(61).

       FD  EST-RELATORIO-FILE.
       01 EST-RELATORIO-LINHA PIC X(132).

       FD  SIS-EXCECAO-FILE.
       01 SIS-EXCECAO-LINHA PIC X(84).

       WORKING-STORAGE SECTION.
       COPY ESTREC.
       COPY EX54REC.
       COPY SISEXCREC.

       77 WRK-ITEM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FATOR-STATUS     PIC X(02) VALUE '00'.
       77 WRK-CONTAGEM-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PARAMETRO-STATUS PIC X(02) VALUE '00'.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SISEXC-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE 'A'.
           88 WRK-MODO-PREVIA VALUE 'P'.

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
               10 WRK-TAB-FAT-CLASSE   PIC X(01).
               10 WRK-TAB-FAT-DESLOC   PIC S9(06)V999999.
       77 WRK-QTD-FATORES PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-ITENS.
           05 WRK-TAB-ITM OCCURS 500 TIMES
               INDEXED BY WRK-ITM-IDX.
               10 WRK-TAB-ITM-REGISTRO PIC X(94).
               10 WRK-TAB-ITM-CONTADO  PIC X(01).
               10 WRK-TAB-ITM-QT-CONT  PIC S9(09)V999.
               10 WRK-TAB-ITM-DT-CONT  PIC 9(08).
       77 WRK-QTD-ITENS PIC 9(03) VALUE ZEROS.

       77 WRK-DATA-EFETIVA  PIC 9(08) VALUE ZEROS.
       77 WRK-UNIDADE-BUSCA PIC X(02) VALUE SPACES.
       77 WRK-UNIDADE-CONT  PIC X(02) VALUE SPACES.
       77 WRK-IDX-ACHADO    PIC 9(02) VALUE ZEROS.
       77 WRK-VIG-ACHADA    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-ORIGEM    PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DESTINO   PIC 9(02) VALUE ZEROS.
       77 WRK-BASE          PIC S9(10)V999999 VALUE ZEROS.
       77 WRK-QT-ESTOQUE    PIC S9(09)V999 VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(09)V999 VALUE ZEROS.
       77 WRK-PCT           PIC S9(05)V99 VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

       77 WRK-QT-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONTADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-CONTADOS PIC 9(05) VALUE ZEROS.

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
           'INVENTARIO FISICO - DIVERGENCIAS - EST-INVENTARIO'.
       01 WRK-LINHA-PREVIA PIC X(60) VALUE
           '*** PREVIA - SALDOS NAO AJUSTADOS ***'.
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
               'UN          SISTEMA          CONTADO    '.
           05 FILLER PIC X(33) VALUE
               '    DIFERENCA     % DIF  SITUACAO'.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-ITEM       PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCRICAO  PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-UNIDADE    PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-SISTEMA    PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-CONTADO    PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DIFERENCA  PIC ---.---.--9,999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-PCT        PIC ----9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO   PIC X(30).
       01 WRK-LINHA-REJEITADA.
           05 FILLER            PIC X(18) VALUE 'CONTAGEM RECUSADA '.
           05 WRK-LR-ITEM       PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LR-QUANTIDADE PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LR-UNIDADE    PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LR-MOTIVO     PIC X(30).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       PERFORM 0130-CARREGAR-PARAMETRO.
       PERFORM 0140-CARREGAR-FATORES.
       PERFORM 0150-CARREGAR-ITENS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-LER-CONTAGEM.
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-BRANCO.
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-TITULOS.
       PERFORM 0500-CONFRONTAR-ITEM
           VARYING WRK-ITM-IDX FROM 1 BY 1
           UNTIL WRK-ITM-IDX > WRK-QTD-ITENS.
       IF NOT WRK-MODO-PREVIA
           PERFORM 0700-REGRAVAR-ITENS
       END-IF.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-REJEITADOS = ZEROS
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0130-CARREGAR-PARAMETRO.
       OPEN INPUT EST-INVPRM-FILE
       IF WRK-PARAMETRO-STATUS = '00'
           READ EST-INVPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EST-INVPRM-LINHA = 'P'
                       MOVE 'P' TO WRK-MODO
                   END-IF
           END-READ
           CLOSE EST-INVPRM-FILE
       END-IF.

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
                       MOVE 'N' TO WRK-TAB-ITM-CONTADO (WRK-QTD-ITENS)
                       MOVE ZEROS TO WRK-TAB-ITM-QT-CONT (WRK-QTD-ITENS)
                       MOVE ZEROS TO WRK-TAB-ITM-DT-CONT (WRK-QTD-ITENS)
               END-READ
           END-PERFORM
           CLOSE EST-ITEM-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EST-RELATORIO-FILE
       IF NOT WRK-MODO-PREVIA
           OPEN EXTEND EST-KARDEX-FILE
           IF WRK-KARDEX-STATUS = '35'
               OPEN OUTPUT EST-KARDEX-FILE
           END-IF
       END-IF
       OPEN EXTEND SIS-EXCECAO-FILE
       IF WRK-SISEXC-STATUS = '35'
           OPEN OUTPUT SIS-EXCECAO-FILE
       END-IF
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-CABECALHO
       PERFORM 0250-GRAVAR-DATA-RELATORIO
       IF WRK-MODO-PREVIA
           WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-PREVIA
       END-IF.

       0250-GRAVAR-DATA-RELATORIO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-DATA-RELATORIO.

       0300-LER-CONTAGEM.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EST-CONTAGEM-FILE
       IF WRK-CONTAGEM-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EST-CONTAGEM-FILE INTO EST-CONTAGEM-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0400-SOMAR-CONTAGEM
                           THRU 0400-SOMAR-CONTAGEM-EXIT
               END-READ
           END-PERFORM
           CLOSE EST-CONTAGEM-FILE
       END-IF.

       0400-SOMAR-CONTAGEM.
       ADD 1 TO WRK-QT-LINHAS
       IF EST-CN-DATA IS NUMERIC AND EST-CN-DATA > ZEROS
           MOVE EST-CN-DATA TO WRK-DATA-EFETIVA
       ELSE
           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-EFETIVA
       END-IF
       IF EST-CN-QUANTIDADE NOT NUMERIC
           MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-SOMAR-CONTAGEM-EXIT
       END-IF

       SET WRK-ITM-IDX TO 1
       SEARCH WRK-TAB-ITM
           AT END
               MOVE SPACES TO EST-ITEM-REC
           WHEN WRK-ITM-IDX > WRK-QTD-ITENS
               MOVE SPACES TO EST-ITEM-REC
           WHEN WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) (1:6) = EST-CN-ITEM
               MOVE WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) TO EST-ITEM-REC
       END-SEARCH
       IF EST-IT-CODIGO = SPACES OR NOT EST-IT-ATIVO
           MOVE 'ITEM INEXISTENTE OU INATIVO' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-SOMAR-CONTAGEM-EXIT
       END-IF

       MOVE EST-CN-UNIDADE TO WRK-UNIDADE-CONT
       IF WRK-UNIDADE-CONT = SPACES
           MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-UNIDADE-CONT
       END-IF
       MOVE WRK-UNIDADE-CONT TO WRK-UNIDADE-BUSCA
       PERFORM 0450-LOCALIZAR-FATOR
       MOVE WRK-IDX-ACHADO TO WRK-IDX-ORIGEM
       MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-UNIDADE-BUSCA
       PERFORM 0450-LOCALIZAR-FATOR
       MOVE WRK-IDX-ACHADO TO WRK-IDX-DESTINO
       IF WRK-IDX-ORIGEM = ZEROS OR WRK-IDX-DESTINO = ZEROS
          OR WRK-TAB-FAT-FATOR (WRK-IDX-ORIGEM) = ZEROS
           MOVE 'UNIDADE INEXISTENTE NA DATA' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-SOMAR-CONTAGEM-EXIT
       END-IF
       IF WRK-TAB-FAT-CLASSE (WRK-IDX-ORIGEM) NOT = EST-IT-CLASSE
           MOVE 'CLASSE DA UNIDADE DIVERGE' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-SOMAR-CONTAGEM-EXIT
       END-IF
       IF WRK-TAB-FAT-DESLOC (WRK-IDX-ORIGEM) NOT = ZEROS
          OR WRK-TAB-FAT-DESLOC (WRK-IDX-DESTINO) NOT = ZEROS
           MOVE 'UNIDADE COM DESLOCAMENTO' TO WRK-MOTIVO
           PERFORM 0600-REJEITAR
           GO TO 0400-SOMAR-CONTAGEM-EXIT
       END-IF

       COMPUTE WRK-BASE ROUNDED =
           EST-CN-QUANTIDADE / WRK-TAB-FAT-FATOR (WRK-IDX-ORIGEM)
       COMPUTE WRK-QT-ESTOQUE ROUNDED =
           WRK-BASE * WRK-TAB-FAT-FATOR (WRK-IDX-DESTINO)
       MOVE 'S' TO WRK-TAB-ITM-CONTADO (WRK-ITM-IDX)
       ADD WRK-QT-ESTOQUE TO WRK-TAB-ITM-QT-CONT (WRK-ITM-IDX)
       IF WRK-DATA-EFETIVA > WRK-TAB-ITM-DT-CONT (WRK-ITM-IDX)
           MOVE WRK-DATA-EFETIVA TO WRK-TAB-ITM-DT-CONT (WRK-ITM-IDX)
       END-IF.

       0400-SOMAR-CONTAGEM-EXIT.
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

       0500-CONFRONTAR-ITEM.
       MOVE WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) TO EST-ITEM-REC
       IF EST-IT-ATIVO
           MOVE SPACES TO WRK-LINHA-DETALHE
           MOVE EST-IT-CODIGO TO WRK-LD-ITEM
           MOVE EST-IT-DESCRICAO TO WRK-LD-DESCRICAO
           MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-LD-UNIDADE
           MOVE EST-IT-SALDO TO WRK-LD-SISTEMA
           MOVE ZEROS TO WRK-LD-PCT
           IF WRK-TAB-ITM-CONTADO (WRK-ITM-IDX) = 'S'
               PERFORM 0550-APURAR-DIFERENCA
           ELSE
               ADD 1 TO WRK-QT-NAO-CONTADOS
               MOVE 'NAO CONTADO' TO WRK-LD-SITUACAO
           END-IF
           WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-DETALHE
       END-IF.

       0550-APURAR-DIFERENCA.
       ADD 1 TO WRK-QT-CONTADOS
       COMPUTE WRK-DIFERENCA =
           WRK-TAB-ITM-QT-CONT (WRK-ITM-IDX) - EST-IT-SALDO
       MOVE WRK-TAB-ITM-QT-CONT (WRK-ITM-IDX) TO WRK-LD-CONTADO
       MOVE WRK-DIFERENCA TO WRK-LD-DIFERENCA
       IF WRK-DIFERENCA = ZEROS
           MOVE 'CONFERE' TO WRK-LD-SITUACAO
       ELSE
           ADD 1 TO WRK-QT-DIVERGENTES
           IF EST-IT-SALDO = ZEROS
               MOVE 99999,99 TO WRK-PCT
           ELSE
               COMPUTE WRK-PCT ROUNDED =
                   WRK-DIFERENCA * 100 / EST-IT-SALDO
                   ON SIZE ERROR MOVE 99999,99 TO WRK-PCT
               END-COMPUTE
           END-IF
           MOVE WRK-PCT TO WRK-LD-PCT
           IF WRK-MODO-PREVIA
               MOVE 'DIVERGENTE' TO WRK-LD-SITUACAO
           ELSE
               MOVE 'DIVERGENTE - SALDO AJUSTADO' TO WRK-LD-SITUACAO
           END-IF
       END-IF
       IF NOT WRK-MODO-PREVIA
           PERFORM 0560-AJUSTAR-SALDO
       END-IF.

       0560-AJUSTAR-SALDO.
       IF WRK-DIFERENCA NOT = ZEROS
           MOVE WRK-TAB-ITM-DT-CONT (WRK-ITM-IDX) TO EST-KX-DATA
           MOVE EST-IT-CODIGO TO EST-KX-ITEM
           MOVE 'I' TO EST-KX-TIPO
           MOVE ZEROS TO EST-KX-QT-ORIGINAL
           MOVE EST-IT-UNIDADE-ESTOQUE TO EST-KX-UNIDADE-ORIG
           MOVE WRK-DIFERENCA TO EST-KX-QT-ESTOQUE
           MOVE WRK-TAB-ITM-QT-CONT (WRK-ITM-IDX) TO EST-KX-SALDO
           MOVE 'INVENTARIO' TO EST-KX-DOCUMENTO
           MOVE EST-KARDEX-REC TO EST-KARDEX-LINHA
           WRITE EST-KARDEX-LINHA
       END-IF
       MOVE WRK-TAB-ITM-QT-CONT (WRK-ITM-IDX) TO EST-IT-SALDO
       MOVE WRK-TAB-ITM-DT-CONT (WRK-ITM-IDX)
           TO EST-IT-DATA-INVENTARIO
       MOVE EST-ITEM-REC TO WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX).

       0600-REJEITAR.
       ADD 1 TO WRK-QT-REJEITADOS
       MOVE EST-CN-ITEM TO WRK-LR-ITEM
       MOVE EST-CONTAGEM-LINHA (7:10) TO WRK-LR-QUANTIDADE
       MOVE EST-CN-UNIDADE TO WRK-LR-UNIDADE
       MOVE WRK-MOTIVO TO WRK-LR-MOTIVO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-REJEITADA
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA TO SIS-EX-DATA
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-HR-HHMMSS TO SIS-EX-HORA
       MOVE 'EST-INV' TO SIS-EX-PROGRAMA
       MOVE 'EST-CN-ITEM' TO SIS-EX-CAMPO
       MOVE SPACES TO SIS-EX-VALOR
       STRING EST-CN-ITEM DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           EST-CN-UNIDADE DELIMITED BY SIZE
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
       STRING 'LINHAS DE CONTAGEM....: ' DELIMITED BY SIZE
           WRK-QT-LINHAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LINHAS RECUSADAS......: ' DELIMITED BY SIZE
           WRK-QT-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ITENS CONTADOS........: ' DELIMITED BY SIZE
           WRK-QT-CONTADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ITENS DIVERGENTES.....: ' DELIMITED BY SIZE
           WRK-QT-DIVERGENTES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ITENS NAO CONTADOS....: ' DELIMITED BY SIZE
           WRK-QT-NAO-CONTADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EST-RELATORIO-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EST-RELATORIO-FILE
       IF NOT WRK-MODO-PREVIA
           CLOSE EST-KARDEX-FILE
       END-IF
       CLOSE SIS-EXCECAO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
