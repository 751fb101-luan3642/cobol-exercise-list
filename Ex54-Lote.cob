      *          factor in force on its date, and when EX54ASOF.DAT
      *          holds a date the whole run is reprinted with the
      *          factors valid on that date (as-of mode). Every unit
      *          carries a dimension class (C comprimento, M massa, V
      *          volume) and a measure whose origin and target classes
      *          differ is refused with a SISEXC.DAT entry instead of
      *          happily multiplying kilograms into meters. Units may
      *          also carry an offset (class T temperature, base
      *          Celsius), applied on the way into and out of the base,
      *          and a measure marked as a difference is refused with a
      *          SISEXC.DAT entry when either unit has an offset.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       FD  EX54-MEDIDAS-FILE.
       01 EX54-MEDIDAS-LINHA PIC X(21).

       FD  EX54-ASOF-FILE.
       01 EX54-ASOF-LINHA PIC X(08).
               10 WRK-TAB-FATOR     PIC 9(06)V999999.
               10 WRK-TAB-VIGENCIA  PIC 9(08).
               10 WRK-TAB-CLASSE    PIC X(01).
               10 WRK-TAB-DESLOC    PIC S9(06)V999999.
       77 WRK-QTD-UNIDADES PIC 9(02) VALUE ZEROS.

       77 WRK-SISEXC-STATUS PIC X(02) VALUE '00'.
       77 WRK-QTD-CLASSE-DIVERGE PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIFERENCA-DESLOC PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO-EXCECAO PIC X(30) VALUE SPACES.
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HORA PIC 9(02).
           05 WRK-HR-MIN  PIC 9(02).
       77 WRK-VIG-ORIGEM   PIC 9(08) VALUE ZEROS.
       77 WRK-VIG-DESTINO  PIC 9(08) VALUE ZEROS.

       77 WRK-CONVERTIDO PIC S9(10)V999999 VALUE ZEROS.
       77 WRK-METROS     PIC S9(10)V999999 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO PIC S9(07)V999999 VALUE ZEROS.
       77 WRK-IDX-ORIGEM  PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-SEM-UNIDADE PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-CONVERTIDO PIC S9(12)V999999 VALUE ZEROS.
       77 WRK-QTD-PROCESSADOS PIC 9(06) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR       PIC ------9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-ORIGEM      PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-METROS      PIC ----------9,999999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DESCRICAO   PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-CONVERTIDO  PIC ----------9,999999.
       01 WRK-LINHA-TOTAL.
           05 FILLER            PIC X(04) VALUE 'TOT:'.
           05 WRK-LT-QTD         PIC ZZZZZ9.
           05 FILLER            PIC X(14) VALUE ' MEDIDAS, SOMA'.
           05 WRK-LT-TOTAL       PIC ------------9,999999.

       PROCEDURE DIVISION.

       PERFORM 0400-GRAVAR-TOTAIS.
       PERFORM 0950-GRAVAR-CONTROLE.
       PERFORM 0900-FECHAR-ARQUIVOS.
       GOBACK.

       0140-CARREGAR-ASOF.
       OPEN INPUT EX54-ASOF-FILE
                           TO WRK-TAB-VIGENCIA (WRK-QTD-UNIDADES)
                       MOVE EX54-FT-CLASSE
                           TO WRK-TAB-CLASSE (WRK-QTD-UNIDADES)
                       IF EX54-FT-DESLOCAMENTO NUMERIC
                           MOVE EX54-FT-DESLOCAMENTO
                               TO WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
                       ELSE
                           MOVE ZEROS
                               TO WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM
           MOVE ZEROS TO WRK-CONVERTIDO
           MOVE 'CLASSE DIFER' TO WRK-LD-ORIGEM
           MOVE 'CLASSE DIFER' TO WRK-LD-DESCRICAO
           MOVE 'CONVERSAO ENTRE CLASSES' TO WRK-MOTIVO-EXCECAO
           PERFORM 0500-GRAVAR-EXCECAO
       ELSE
       IF EX54-MD-DIFERENCA
          AND (WRK-TAB-DESLOC (WRK-IDX-ORIGEM) NOT = ZEROS
               OR WRK-TAB-DESLOC (WRK-IDX-DESTINO) NOT = ZEROS)
           ADD 1 TO WRK-QTD-DIFERENCA-DESLOC
           ADD 1 TO WRK-QTD-SEM-UNIDADE
           MOVE ZEROS TO WRK-METROS
           MOVE ZEROS TO WRK-CONVERTIDO
           MOVE 'DIF C/DESLOC' TO WRK-LD-ORIGEM
           MOVE 'DIF C/DESLOC' TO WRK-LD-DESCRICAO
           MOVE 'DIFERENCA COM DESLOCAMENTO' TO WRK-MOTIVO-EXCECAO
           PERFORM 0500-GRAVAR-EXCECAO
       ELSE
           COMPUTE WRK-VALOR-LIQUIDO =
               EX54-MD-VALOR - WRK-TAB-DESLOC (WRK-IDX-ORIGEM)
           COMPUTE WRK-METROS ROUNDED =
               WRK-VALOR-LIQUIDO / WRK-TAB-FATOR (WRK-IDX-ORIGEM)
           COMPUTE WRK-CONVERTIDO ROUNDED =
               WRK-METROS * WRK-TAB-FATOR (WRK-IDX-DESTINO)
               + WRK-TAB-DESLOC (WRK-IDX-DESTINO)
           MOVE WRK-TAB-DESCRICAO (WRK-IDX-ORIGEM) TO WRK-LD-ORIGEM
           MOVE WRK-TAB-DESCRICAO (WRK-IDX-DESTINO) TO WRK-LD-DESCRICAO
       END-IF
       END-IF
       END-IF

       ADD WRK-CONVERTIDO TO WRK-TOT-CONVERTIDO

           AT END MOVE 'S' TO WRK-FIM-MEDIDAS
       END-READ.

       0500-GRAVAR-EXCECAO.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA TO SIS-EX-DATA
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE SPACES TO SIS-EX-VALOR
       MOVE EX54-MD-UNIDADE-ORIG TO SIS-EX-VALOR (1:2)
       MOVE EX54-MD-UNIDADE TO SIS-EX-VALOR (4:2)
       MOVE WRK-MOTIVO-EXCECAO TO SIS-EX-MOTIVO
       MOVE SIS-EXCECAO-REC TO SIS-EXCECAO-LINHA
       WRITE SIS-EXCECAO-LINHA.

