       DATA DIVISION.
       FILE SECTION.
       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       WORKING-STORAGE SECTION.
       COPY EX54REC.
           88 WRK-FIM-TABELA-OK VALUE 'S'.

       01 WRK-TABELA-UNIDADES.
           05 WRK-TAB-ITEM OCCURS 20 TIMES
               INDEXED BY WRK-TAB-IDX.
               10 WRK-TAB-UNIDADE   PIC X(02).
               10 WRK-TAB-DESCRICAO PIC X(12).
               10 WRK-TAB-FATOR     PIC 9(06)V999999.
               10 WRK-TAB-VIGENCIA  PIC 9(08).
               10 WRK-TAB-CLASSE    PIC X(01).
               10 WRK-TAB-DESLOC    PIC S9(06)V999999.
       77 WRK-QTD-UNIDADES PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
       77 WRK-ACHOU-UNIDADE PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-UNIDADE-OK VALUE 'S'.

       77 WRK-VALOR PIC S9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ------9,99 VALUE ZEROS.
       77 WRK-METROS PIC S9(10)V999999 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC S9(07)V999999 VALUE ZEROS.
       77 WRK-METROS-ED PIC ----------9,999999 VALUE ZEROS.
       77 WRK-ROTULO-BASE PIC X(07) VALUE 'METROS'.
       77 WRK-NATUREZA PIC X(01) VALUE 'A'.
           88 WRK-NATUREZA-DIFERENCA VALUE 'D'.
       77 WRK-UNIDADE-ORIGEM  PIC X(02) VALUE SPACES.
       77 WRK-UNIDADE-DESTINO PIC X(02) VALUE SPACES.
       77 WRK-IDX-ORIGEM  PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-DESCRICAO-ORIGEM PIC X(12) VALUE SPACES.
       77 WRK-CONVERTIDO PIC S9(10)V999999 VALUE ZEROS.
       77 WRK-CONVERTIDO-ED PIC ----------9,999999 VALUE ZEROS.
       77 WRK-DESCRICAO-DESTINO PIC X(12) VALUE SPACES.

       77 WRK-MODO-ARREDONDAMENTO PIC X(01) VALUE 'A'.
                   NOT AT END
                       IF NOT EX54-FT-INATIVO
                          AND EX54-FT-VIGENCIA <= WRK-DATA-HOJE
                           IF EX54-FT-DESLOCAMENTO NOT NUMERIC
                               MOVE ZEROS TO EX54-FT-DESLOCAMENTO
                           END-IF
                           PERFORM 0155-GUARDAR-FATOR
                       END-IF
               END-READ
                   TO WRK-TAB-DESCRICAO (WRK-TAB-IDX)
               MOVE EX54-FT-FATOR TO WRK-TAB-FATOR (WRK-TAB-IDX)
               MOVE EX54-FT-VIGENCIA TO WRK-TAB-VIGENCIA (WRK-TAB-IDX)
               MOVE EX54-FT-CLASSE TO WRK-TAB-CLASSE (WRK-TAB-IDX)
               MOVE EX54-FT-DESLOCAMENTO
                   TO WRK-TAB-DESLOC (WRK-TAB-IDX)
           END-IF
       ELSE
           IF WRK-QTD-UNIDADES >= 20
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-UNIDADES
               TO WRK-TAB-DESCRICAO (WRK-QTD-UNIDADES)
           MOVE EX54-FT-FATOR TO WRK-TAB-FATOR (WRK-QTD-UNIDADES)
           MOVE EX54-FT-VIGENCIA TO WRK-TAB-VIGENCIA (WRK-QTD-UNIDADES)
           MOVE EX54-FT-CLASSE TO WRK-TAB-CLASSE (WRK-QTD-UNIDADES)
           MOVE EX54-FT-DESLOCAMENTO
               TO WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
       END-IF.

       0160-TABELA-PADRAO.
       INITIALIZE WRK-TABELA-UNIDADES
       MOVE 9 TO WRK-QTD-UNIDADES
       MOVE 'CM' TO WRK-TAB-UNIDADE (1)
       MOVE 'CENTIMETROS ' TO WRK-TAB-DESCRICAO (1)
       MOVE 100,000000 TO WRK-TAB-FATOR (1)
       MOVE 3,280840 TO WRK-TAB-FATOR (5)
       MOVE 'MT' TO WRK-TAB-UNIDADE (6)
       MOVE 'METROS      ' TO WRK-TAB-DESCRICAO (6)
       MOVE 1,000000 TO WRK-TAB-FATOR (6)
       MOVE 'C' TO WRK-TAB-CLASSE (1) WRK-TAB-CLASSE (2)
           WRK-TAB-CLASSE (3) WRK-TAB-CLASSE (4) WRK-TAB-CLASSE (5)
           WRK-TAB-CLASSE (6)
       MOVE 'GC' TO WRK-TAB-UNIDADE (7)
       MOVE 'CELSIUS     ' TO WRK-TAB-DESCRICAO (7)
       MOVE 1,000000 TO WRK-TAB-FATOR (7)
       MOVE 'GF' TO WRK-TAB-UNIDADE (8)
       MOVE 'FAHRENHEIT  ' TO WRK-TAB-DESCRICAO (8)
       MOVE 1,800000 TO WRK-TAB-FATOR (8)
       MOVE 32,000000 TO WRK-TAB-DESLOC (8)
       MOVE 'GK' TO WRK-TAB-UNIDADE (9)
       MOVE 'KELVIN      ' TO WRK-TAB-DESCRICAO (9)
       MOVE 1,000000 TO WRK-TAB-FATOR (9)
       MOVE 273,150000 TO WRK-TAB-DESLOC (9)
       MOVE 'T' TO WRK-TAB-CLASSE (7) WRK-TAB-CLASSE (8)
           WRK-TAB-CLASSE (9).

       0200-ENTRADA.
       DISPLAY 'INFORME O VALOR A SER CONVERTIDO'.
       ACCEPT WRK-VALOR FROM CONSOLE.

       DISPLAY 'UNIDADE DE ORIGEM (CM/MM/KM/IN/FT/MT/GC/GF/GK)'.
       ACCEPT WRK-UNIDADE-ORIGEM FROM CONSOLE.

       DISPLAY 'UNIDADE DE DESTINO (CM/MM/KM/IN/FT/MT/GC/GF/GK)'.
       ACCEPT WRK-UNIDADE-DESTINO FROM CONSOLE.

       DISPLAY 'NATUREZA: A-LEITURA ABSOLUTA, D-DIFERENCA'.
       ACCEPT WRK-NATUREZA FROM CONSOLE.

       DISPLAY 'MODO DE ARREDONDAMENTO: A-ARREDONDAR, T-TRUNCAR'.
       ACCEPT WRK-MODO-ARREDONDAMENTO FROM CONSOLE.

       IF WRK-IDX-ORIGEM = ZEROS OR WRK-IDX-DESTINO = ZEROS
          OR WRK-TAB-FATOR (WRK-IDX-ORIGEM) = ZEROS
           DISPLAY 'UNIDADE DESCONHECIDA - CONVERSAO ABANDONADA'
       ELSE
       IF WRK-TAB-CLASSE (WRK-IDX-ORIGEM)
               NOT = WRK-TAB-CLASSE (WRK-IDX-DESTINO)
           DISPLAY 'CONVERSAO ENTRE CLASSES - CONVERSAO ABANDONADA'
       ELSE
       IF WRK-NATUREZA-DIFERENCA
          AND (WRK-TAB-DESLOC (WRK-IDX-ORIGEM) NOT = ZEROS
               OR WRK-TAB-DESLOC (WRK-IDX-DESTINO) NOT = ZEROS)
           DISPLAY 'DIFERENCA NAO ADMITE UNIDADE COM DESLOCAMENTO'
           DISPLAY 'CONVERSAO ABANDONADA'
       ELSE
           MOVE WRK-TAB-DESCRICAO (WRK-IDX-ORIGEM)
               TO WRK-DESCRICAO-ORIGEM
           MOVE WRK-TAB-DESCRICAO (WRK-IDX-DESTINO)
               TO WRK-DESCRICAO-DESTINO

           IF WRK-TAB-CLASSE (WRK-IDX-ORIGEM) = 'T'
               MOVE 'CELSIUS' TO WRK-ROTULO-BASE
           END-IF

           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-VALOR - WRK-TAB-DESLOC (WRK-IDX-ORIGEM)
           COMPUTE WRK-METROS ROUNDED =
               WRK-VALOR-LIQUIDO / WRK-TAB-FATOR (WRK-IDX-ORIGEM)
           IF WRK-ARREDONDAR-TRUNC
               COMPUTE WRK-CONVERTIDO =
                   WRK-METROS * WRK-TAB-FATOR (WRK-IDX-DESTINO)
                   + WRK-TAB-DESLOC (WRK-IDX-DESTINO)
           ELSE
               COMPUTE WRK-CONVERTIDO ROUNDED =
                   WRK-METROS * WRK-TAB-FATOR (WRK-IDX-DESTINO)
                   + WRK-TAB-DESLOC (WRK-IDX-DESTINO)
           END-IF

           MOVE WRK-CONVERTIDO TO WRK-CONVERTIDO-ED
           MOVE WRK-METROS TO WRK-METROS-ED

           DISPLAY WRK-VALOR-ED ' ' WRK-DESCRICAO-ORIGEM
                   ' (' WRK-METROS-ED ' ' WRK-ROTULO-BASE ')'
                   ' EM ' WRK-DESCRICAO-DESTINO
                   ' FICA ' WRK-CONVERTIDO-ED
       END-IF
       END-IF
       END-IF.

       9000-ABORTAR-CAPACIDADE.
