      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintenance program for the EST stock item master
      *          ESTITEM.DAT - adds, changes and deactivates items.
      *          Every item has a stock unit (the unit its perpetual
      *          balance is kept in) and a purchase unit, both taken
      *          from the active units of the EX54 factor table
      *          EX54FAT.DAT and both of the same dimension class, a
      *          reorder point in the stock unit and a standard order
      *          quantity in the purchase unit. The stock unit cannot
      *          be changed once the item exists and the balance is
      *          never typed here - it only moves through
      *          EST-MOVIMENTO and the physical count of
      *          EST-INVENTARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST-ITEM.
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

       DATA DIVISION.
       FILE SECTION.
       FD  EST-ITEM-FILE.
       01 EST-ITEM-LINHA PIC X(94).

       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       WORKING-STORAGE SECTION.
       COPY ESTREC.
       COPY EX54REC.

       77 WRK-ITEM-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FATOR-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-UNIDADES.
           05 WRK-TAB-UNI OCCURS 50 TIMES
               INDEXED BY WRK-UNI-IDX.
               10 WRK-TAB-UNI-UNIDADE PIC X(02).
               10 WRK-TAB-UNI-CLASSE  PIC X(01).
       77 WRK-QTD-UNIDADES PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-ITENS.
           05 WRK-TAB-ITM OCCURS 500 TIMES
               INDEXED BY WRK-ITM-IDX.
               10 WRK-TAB-ITM-REGISTRO PIC X(94).
       77 WRK-QTD-ITENS PIC 9(03) VALUE ZEROS.

       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-OK VALUE 'S'.
       77 WRK-SAIR         PIC X(01) VALUE 'N'.
           88 WRK-SAIR-OK  VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           88 WRK-HOUVE-ALTERACAO-OK VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       77 WRK-CODIGO       PIC X(06) VALUE SPACES.
       77 WRK-UNIDADE      PIC X(02) VALUE SPACES.
       77 WRK-CLASSE       PIC X(01) VALUE SPACES.
       77 WRK-UNIDADE-COMPRA PIC X(02) VALUE SPACES.
       77 WRK-CLASSE-COMPRA  PIC X(01) VALUE SPACES.
       77 WRK-DESCRICAO-IN   PIC X(30) VALUE SPACES.
       77 WRK-QUANTIDADE-IN  PIC X(13) VALUE SPACES.
       77 WRK-QUANTIDADE     PIC 9(09)V999 VALUE ZEROS.
       77 WRK-QTD-INTEIRO    PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FRACAO     PIC 9(03) VALUE ZEROS.
       77 WRK-QUANTIDADE-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-QUANTIDADE-VALIDA-OK VALUE 'S'.

       01 WRK-LINHA-LISTA.
           05 WRK-LL-CODIGO    PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-DESCRICAO PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-UN-ESTOQUE PIC X(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-LL-UN-COMPRA PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-SALDO     PIC -----.---.--9,999.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-PONTO     PIC ZZZ.ZZZ.ZZ9,999.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-SITUACAO  PIC X(01).

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0140-CARREGAR-UNIDADES.
       PERFORM 0150-CARREGAR-ITENS.
       PERFORM 0200-EXECUTAR-CICLO UNTIL WRK-SAIR-OK.
       IF WRK-HOUVE-ALTERACAO-OK
           PERFORM 0700-GRAVAR-ITENS
       END-IF.
       STOP RUN.

       0140-CARREGAR-UNIDADES.
       OPEN INPUT EX54-FATOR-FILE
       IF WRK-FATOR-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX54-FATOR-FILE INTO EX54-FATOR-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF NOT EX54-FT-INATIVO
                           PERFORM 0145-GUARDAR-UNIDADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX54-FATOR-FILE
       END-IF.

       0145-GUARDAR-UNIDADE.
       SET WRK-UNI-IDX TO 1
       SEARCH WRK-TAB-UNI
           AT END
               IF WRK-QTD-UNIDADES >= 50
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-UNIDADES
               MOVE EX54-FT-UNIDADE
                   TO WRK-TAB-UNI-UNIDADE (WRK-QTD-UNIDADES)
               MOVE EX54-FT-CLASSE
                   TO WRK-TAB-UNI-CLASSE (WRK-QTD-UNIDADES)
           WHEN WRK-UNI-IDX > WRK-QTD-UNIDADES
               IF WRK-QTD-UNIDADES >= 50
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-UNIDADES
               MOVE EX54-FT-UNIDADE
                   TO WRK-TAB-UNI-UNIDADE (WRK-QTD-UNIDADES)
               MOVE EX54-FT-CLASSE
                   TO WRK-TAB-UNI-CLASSE (WRK-QTD-UNIDADES)
           WHEN WRK-TAB-UNI-UNIDADE (WRK-UNI-IDX) = EX54-FT-UNIDADE
               MOVE EX54-FT-CLASSE
                   TO WRK-TAB-UNI-CLASSE (WRK-UNI-IDX)
       END-SEARCH.

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

       0200-EXECUTAR-CICLO.
       MOVE 'N' TO WRK-OPCAO-VALIDA
       PERFORM 0250-OBTER-OPCAO UNTIL WRK-OPCAO-OK.
       EVALUATE WRK-OPCAO
           WHEN 0
               MOVE 'S' TO WRK-SAIR
           WHEN 1
               PERFORM 0300-INCLUIR
           WHEN 2
               PERFORM 0400-ALTERAR
           WHEN 3
               PERFORM 0500-DESATIVAR
           WHEN 4
               PERFORM 0600-LISTAR-CONSOLE
       END-EVALUATE.

       0250-OBTER-OPCAO.
       DISPLAY 'CADASTRO DE ITENS DE ESTOQUE (EST)'
       DISPLAY '1- INCLUIR ITEM'
       DISPLAY '2- ALTERAR ITEM'
       DISPLAY '3- DESATIVAR ITEM'
       DISPLAY '4- LISTAR ITENS'
       DISPLAY '0- SAIR'
       ACCEPT WRK-OPCAO FROM CONSOLE

       IF WRK-OPCAO >= 0 AND WRK-OPCAO <= 4
           MOVE 'S' TO WRK-OPCAO-VALIDA
       ELSE
           DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       END-IF.

       0270-OBTER-ITEM.
       DISPLAY 'INFORME O CODIGO DO ITEM (6 POSICOES)'
       ACCEPT WRK-CODIGO FROM CONSOLE
       MOVE 'N' TO WRK-ACHOU
       SET WRK-ITM-IDX TO 1
       SEARCH WRK-TAB-ITM
           AT END
               CONTINUE
           WHEN WRK-ITM-IDX > WRK-QTD-ITENS
               CONTINUE
           WHEN WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) (1:6) = WRK-CODIGO
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX)
                   TO EST-ITEM-REC
       END-SEARCH.

       0275-OBTER-CLASSE-UNIDADE.
       MOVE SPACES TO WRK-CLASSE
       SET WRK-UNI-IDX TO 1
       SEARCH WRK-TAB-UNI
           AT END
               CONTINUE
           WHEN WRK-UNI-IDX > WRK-QTD-UNIDADES
               CONTINUE
           WHEN WRK-TAB-UNI-UNIDADE (WRK-UNI-IDX) = WRK-UNIDADE
               MOVE WRK-TAB-UNI-CLASSE (WRK-UNI-IDX) TO WRK-CLASSE
       END-SEARCH.

       0280-OBTER-QUANTIDADE.
       ACCEPT WRK-QUANTIDADE-IN FROM CONSOLE
       MOVE ZEROS TO WRK-QUANTIDADE
       MOVE 'N' TO WRK-QUANTIDADE-VALIDA
       IF WRK-QUANTIDADE-IN (1:9) IS NUMERIC
          AND WRK-QUANTIDADE-IN (11:3) IS NUMERIC
           MOVE WRK-QUANTIDADE-IN (1:9) TO WRK-QTD-INTEIRO
           MOVE WRK-QUANTIDADE-IN (11:3) TO WRK-QTD-FRACAO
           COMPUTE WRK-QUANTIDADE =
               WRK-QTD-INTEIRO + WRK-QTD-FRACAO / 1000
           MOVE 'S' TO WRK-QUANTIDADE-VALIDA
       END-IF.

       0285-OBTER-UNIDADE-COMPRA.
       DISPLAY 'INFORME A UNIDADE DE COMPRA (TABELA EX54)'
       ACCEPT WRK-UNIDADE FROM CONSOLE
       PERFORM 0275-OBTER-CLASSE-UNIDADE
       MOVE WRK-UNIDADE TO WRK-UNIDADE-COMPRA
       MOVE WRK-CLASSE TO WRK-CLASSE-COMPRA.

       0300-INCLUIR.
       PERFORM 0270-OBTER-ITEM
       IF WRK-ACHOU-OK
           DISPLAY 'ITEM JA CADASTRADO: ' WRK-CODIGO
       ELSE
       IF WRK-CODIGO = SPACES
           DISPLAY 'CODIGO EM BRANCO - NAO INCLUIDO'
       ELSE
           DISPLAY 'INFORME A UNIDADE DE ESTOQUE (TABELA EX54)'
           ACCEPT WRK-UNIDADE FROM CONSOLE
           PERFORM 0275-OBTER-CLASSE-UNIDADE
           IF WRK-CLASSE = SPACES
               DISPLAY 'UNIDADE INEXISTENTE OU INATIVA - NAO INCLUIDO'
           ELSE
               MOVE SPACES TO EST-ITEM-REC
               MOVE WRK-CODIGO TO EST-IT-CODIGO
               MOVE WRK-UNIDADE TO EST-IT-UNIDADE-ESTOQUE
               MOVE WRK-CLASSE TO EST-IT-CLASSE
               PERFORM 0285-OBTER-UNIDADE-COMPRA
               IF WRK-CLASSE-COMPRA NOT = EST-IT-CLASSE
                   DISPLAY 'UNIDADE DE COMPRA DE OUTRA CLASSE OU '
                       'INEXISTENTE - NAO INCLUIDO'
               ELSE
                   PERFORM 0310-COMPLETAR-INCLUSAO
               END-IF
           END-IF
       END-IF
       END-IF.

       0310-COMPLETAR-INCLUSAO.
       MOVE WRK-UNIDADE-COMPRA TO EST-IT-UNIDADE-COMPRA
       DISPLAY 'INFORME A DESCRICAO'
       ACCEPT EST-IT-DESCRICAO FROM CONSOLE
       DISPLAY 'INFORME O PONTO DE PEDIDO NA UNIDADE DE ESTOQUE '
           '(NNNNNNNNN,NNN)'
       PERFORM 0280-OBTER-QUANTIDADE
       IF NOT WRK-QUANTIDADE-VALIDA-OK
           DISPLAY 'QUANTIDADE INVALIDA - NAO INCLUIDO'
       ELSE
           MOVE WRK-QUANTIDADE TO EST-IT-PONTO-PEDIDO
           DISPLAY 'INFORME O LOTE DE COMPRA NA UNIDADE DE COMPRA '
               '(NNNNNNNNN,NNN)'
           PERFORM 0280-OBTER-QUANTIDADE
           IF NOT WRK-QUANTIDADE-VALIDA-OK
               DISPLAY 'QUANTIDADE INVALIDA - NAO INCLUIDO'
           ELSE
               IF WRK-QTD-ITENS >= 500
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               MOVE WRK-QUANTIDADE TO EST-IT-LOTE-COMPRA
               MOVE ZEROS TO EST-IT-SALDO
               MOVE ZEROS TO EST-IT-DATA-ULT-MOV
               MOVE ZEROS TO EST-IT-DATA-INVENTARIO
               MOVE 'A' TO EST-IT-SITUACAO
               ADD 1 TO WRK-QTD-ITENS
               MOVE EST-ITEM-REC
                   TO WRK-TAB-ITM-REGISTRO (WRK-QTD-ITENS)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'ITEM INCLUIDO'
           END-IF
       END-IF.

      *    the stock unit and the balance are not changed here
       0400-ALTERAR.
       PERFORM 0270-OBTER-ITEM
       IF NOT WRK-ACHOU-OK
           DISPLAY 'ITEM NAO CADASTRADO: ' WRK-CODIGO
       ELSE
           DISPLAY 'DESCRICAO ATUAL: ' EST-IT-DESCRICAO
           DISPLAY 'INFORME A NOVA DESCRICAO (EM BRANCO MANTEM)'
           MOVE SPACES TO WRK-DESCRICAO-IN
           ACCEPT WRK-DESCRICAO-IN FROM CONSOLE
           IF WRK-DESCRICAO-IN NOT = SPACES
               MOVE WRK-DESCRICAO-IN TO EST-IT-DESCRICAO
           END-IF
           PERFORM 0285-OBTER-UNIDADE-COMPRA
           IF WRK-CLASSE-COMPRA NOT = EST-IT-CLASSE
               DISPLAY 'UNIDADE DE COMPRA DE OUTRA CLASSE OU '
                   'INEXISTENTE - NAO ALTERADO'
           ELSE
               MOVE WRK-UNIDADE-COMPRA TO EST-IT-UNIDADE-COMPRA
               PERFORM 0410-COMPLETAR-ALTERACAO
           END-IF
       END-IF.

       0410-COMPLETAR-ALTERACAO.
       DISPLAY 'INFORME O PONTO DE PEDIDO NA UNIDADE DE ESTOQUE '
           '(NNNNNNNNN,NNN)'
       PERFORM 0280-OBTER-QUANTIDADE
       IF NOT WRK-QUANTIDADE-VALIDA-OK
           DISPLAY 'QUANTIDADE INVALIDA - NAO ALTERADO'
       ELSE
           MOVE WRK-QUANTIDADE TO EST-IT-PONTO-PEDIDO
           DISPLAY 'INFORME O LOTE DE COMPRA NA UNIDADE DE COMPRA '
               '(NNNNNNNNN,NNN)'
           PERFORM 0280-OBTER-QUANTIDADE
           IF NOT WRK-QUANTIDADE-VALIDA-OK
               DISPLAY 'QUANTIDADE INVALIDA - NAO ALTERADO'
           ELSE
               MOVE WRK-QUANTIDADE TO EST-IT-LOTE-COMPRA
               MOVE EST-ITEM-REC TO WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX)
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'ITEM ALTERADO'
           END-IF
       END-IF.

       0500-DESATIVAR.
       PERFORM 0270-OBTER-ITEM
       IF NOT WRK-ACHOU-OK
           DISPLAY 'ITEM NAO CADASTRADO: ' WRK-CODIGO
       ELSE
       IF EST-IT-SALDO NOT = ZEROS
           DISPLAY 'ITEM COM SALDO EM ESTOQUE - NAO DESATIVADO'
       ELSE
           MOVE 'I' TO EST-IT-SITUACAO
           MOVE EST-ITEM-REC TO WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX)
           MOVE 'S' TO WRK-HOUVE-ALTERACAO
           DISPLAY 'ITEM DESATIVADO'
       END-IF
       END-IF.

       0600-LISTAR-CONSOLE.
       PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-QTD-ITENS
           MOVE WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) TO EST-ITEM-REC
           MOVE EST-IT-CODIGO TO WRK-LL-CODIGO
           MOVE EST-IT-DESCRICAO TO WRK-LL-DESCRICAO
           MOVE EST-IT-UNIDADE-ESTOQUE TO WRK-LL-UN-ESTOQUE
           MOVE EST-IT-UNIDADE-COMPRA TO WRK-LL-UN-COMPRA
           MOVE EST-IT-SALDO TO WRK-LL-SALDO
           MOVE EST-IT-PONTO-PEDIDO TO WRK-LL-PONTO
           MOVE EST-IT-SITUACAO TO WRK-LL-SITUACAO
           DISPLAY WRK-LINHA-LISTA
       END-PERFORM.

       0700-GRAVAR-ITENS.
       OPEN OUTPUT EST-ITEM-FILE
       PERFORM VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-QTD-ITENS
           MOVE WRK-TAB-ITM-REGISTRO (WRK-ITM-IDX) TO EST-ITEM-LINHA
           WRITE EST-ITEM-LINHA
       END-PERFORM
       CLOSE EST-ITEM-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
