      * Date:
      * Purpose: external factor feed import for EX54 - reads the
      *          weekly supplier file EX54FEED.DAT (unidade, factor,
      *          vigencia and an optional offset - when absent the unit
      *          keeps its current offset) that used to be retyped
      *          through EX54-MANUTENCAO, compares each incoming factor
      *          with the unit's current EX54-FT-FATOR and applies the
      *          change automatically when it stays within the
      *          percentage tolerance of EX54TOLPRM.DAT (default 5,00),
      *          appending a new effective-dated row to EX54FAT.DAT and
      *          the usual EX54FATAUD.DAT audit entry. Changes outside
      *          tolerance are held in the review file EX54REV.DAT for
      *          manual confirmation instead of silently accepting a
      *          decimal slip, and so is any change of offset, whatever
      *          the factor does; unknown units are rejected. Run
      *          counts go to EX54IMPREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       FD  EX54-FEED-FILE.
       01 EX54-FEED-LINHA PIC X(34).

       FD  EX54-TOLPRM-FILE.
       01 EX54-TOLPRM-LINHA PIC X(04).

       FD  EX54-FATAUD-FILE.
       01 EX54-FATAUD-LINHA PIC X(84).

       FD  EX54-REVISAO-FILE.
       01 EX54-REVISAO-LINHA PIC X(66).

       FD  EX54-IMP-REL-FILE.
       01 EX54-IMP-REL-LINHA PIC X(80).
           05 WRK-FD-UNIDADE  PIC X(02).
           05 WRK-FD-FATOR    PIC 9(06)V999999.
           05 WRK-FD-VIGENCIA PIC 9(08).
           05 WRK-FD-DESLOC   PIC S9(06)V999999.

       01 WRK-REVISAO-REC.
           05 WRK-RV-UNIDADE    PIC X(02).
           05 WRK-RV-FATOR-NOVO PIC 9(06)V999999.
           05 WRK-RV-VIGENCIA   PIC 9(08).
           05 WRK-RV-PCT        PIC 9(04)V99.
           05 WRK-RV-DESLOC-ATU  PIC S9(06)V999999.
           05 WRK-RV-DESLOC-NOVO PIC S9(06)V999999.

       01 WRK-TABELA-UNIDADES.
           05 WRK-TAB-ITEM OCCURS 50 TIMES
               10 WRK-TAB-VIGENCIA  PIC 9(08).
               10 WRK-TAB-CLASSE    PIC X(01).
               10 WRK-TAB-SITUACAO  PIC X(01).
               10 WRK-TAB-DESLOC    PIC S9(06)V999999.
       77 WRK-QTD-UNIDADES PIC 9(02) VALUE ZEROS.

       77 WRK-TOLERANCIA   PIC 9(02)V99 VALUE 5.
                           TO WRK-TAB-CLASSE (WRK-QTD-UNIDADES)
                       MOVE EX54-FT-SITUACAO
                           TO WRK-TAB-SITUACAO (WRK-QTD-UNIDADES)
                       IF EX54-FT-DESLOCAMENTO NUMERIC
                           MOVE EX54-FT-DESLOCAMENTO
                               TO WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
                       ELSE
                           MOVE ZEROS
                               TO WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX54-FATOR-FILE

       0300-PROCESSAR.
       PERFORM 0350-LOCALIZAR-VIGENTE
       IF WRK-FD-DESLOC NOT NUMERIC
           IF WRK-IDX-VIGENTE = ZEROS
               MOVE ZEROS TO WRK-FD-DESLOC
           ELSE
               MOVE WRK-TAB-DESLOC (WRK-IDX-VIGENTE) TO WRK-FD-DESLOC
           END-IF
       END-IF
       MOVE WRK-FD-UNIDADE TO WRK-LD-UNIDADE
       EVALUATE TRUE
           WHEN WRK-IDX-VIGENTE = ZEROS
       END-IF

       IF WRK-PCT-DESVIO <= WRK-TOLERANCIA
          AND WRK-FD-DESLOC = WRK-TAB-DESLOC (WRK-IDX-VIGENTE)
           PERFORM 0450-APLICAR-FATOR
       ELSE
           ADD 1 TO WRK-QT-RETIDOS
           MOVE WRK-FD-FATOR TO WRK-RV-FATOR-NOVO
           MOVE WRK-FD-VIGENCIA TO WRK-RV-VIGENCIA
           MOVE WRK-PCT-DESVIO TO WRK-RV-PCT
           MOVE WRK-TAB-DESLOC (WRK-IDX-VIGENTE) TO WRK-RV-DESLOC-ATU
           MOVE WRK-FD-DESLOC TO WRK-RV-DESLOC-NOVO
           MOVE WRK-REVISAO-REC TO EX54-REVISAO-LINHA
           WRITE EX54-REVISAO-LINHA
           IF WRK-FD-DESLOC = WRK-TAB-DESLOC (WRK-IDX-VIGENTE)
               MOVE 'FORA DA TOLERANCIA - RETIDO' TO WRK-LD-RESULTADO
           ELSE
               MOVE 'DESLOCAMENTO ALTERADO - RETIDO'
                   TO WRK-LD-RESULTADO
           END-IF
           WRITE EX54-IMP-REL-LINHA FROM WRK-LINHA-DETALHE
       END-IF.

       MOVE WRK-TAB-CLASSE (WRK-IDX-VIGENTE) TO
           WRK-TAB-CLASSE (WRK-QTD-UNIDADES)
       MOVE 'A' TO WRK-TAB-SITUACAO (WRK-QTD-UNIDADES)
       MOVE WRK-FD-DESLOC TO WRK-TAB-DESLOC (WRK-QTD-UNIDADES)

       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE 'IMPORTACAO' TO EX54-FA-ACAO
       MOVE WRK-TAB-FATOR (WRK-IDX-VIGENTE) TO EX54-FA-FATOR-ANT
       MOVE WRK-FD-FATOR TO EX54-FA-FATOR-NOVO
       MOVE WRK-TAB-DESLOC (WRK-IDX-VIGENTE) TO EX54-FA-DESLOC-ANT
       MOVE WRK-FD-DESLOC TO EX54-FA-DESLOC-NOVO
       MOVE EX54-FATAUD-REC TO EX54-FATAUD-LINHA
       WRITE EX54-FATAUD-LINHA

           MOVE WRK-TAB-SITUACAO (WRK-TAB-IDX) TO EX54-FT-SITUACAO
           MOVE WRK-TAB-VIGENCIA (WRK-TAB-IDX) TO EX54-FT-VIGENCIA
           MOVE WRK-TAB-CLASSE (WRK-TAB-IDX) TO EX54-FT-CLASSE
           MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO EX54-FT-DESLOCAMENTO
           MOVE EX54-FATOR-REC TO EX54-FATOR-LINHA
           WRITE EX54-FATOR-LINHA
       END-PERFORM
