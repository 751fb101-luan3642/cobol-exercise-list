      * Date:
      * Purpose: maintenance program for the EX54 conversion-factor
      *          table - adds, changes and deactivates factors with
      *          validation (non-zero factor, unique unit code, a
      *          mandatory dimension class C/M/V/T on every new unit
      *          and an optional signed offset for temperature-style
      *          scales) so EX54FAT.DAT stops being edited raw in a
      *          text editor. Every change is recorded in the audit
      *          file EX54FATAUD.DAT (who changed what, from which
      *          factor and offset to which) and a factor-table listing
      *          EX54FATREL.DAT is printed for sign-off at the end of
      *          the session.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX54-FATOR-FILE.
       01 EX54-FATOR-LINHA PIC X(48).

       FD  EX54-FATAUD-FILE.
       01 EX54-FATAUD-LINHA PIC X(84).

       FD  EX54-FATREL-FILE.
       01 EX54-FATREL-LINHA PIC X(60).
               10 WRK-TAB-SITUACAO  PIC X(01).
               10 WRK-TAB-VIGENCIA  PIC 9(08).
               10 WRK-TAB-CLASSE    PIC X(01).
               10 WRK-TAB-DESLOC    PIC S9(06)V999999.
       77 WRK-QTD-UNIDADES PIC 9(02) VALUE ZEROS.
       77 WRK-VIGENCIA     PIC 9(08) VALUE ZEROS.
       77 WRK-VIGENCIA-IN  PIC X(08) VALUE SPACES.
       77 WRK-FATOR-INTEIRO PIC 9(06) VALUE ZEROS.
       77 WRK-FATOR-FRACAO  PIC 9(06) VALUE ZEROS.
       77 WRK-FATOR-ANT    PIC 9(06)V999999 VALUE ZEROS.
       77 WRK-DESLOC-IN    PIC X(14) VALUE SPACES.
       77 WRK-DESLOC       PIC S9(06)V999999 VALUE ZEROS.
       77 WRK-DESLOC-ANT   PIC S9(06)V999999 VALUE ZEROS.
       77 WRK-DESLOC-VALIDO PIC X(01) VALUE 'S'.
           88 WRK-DESLOC-VALIDO-OK VALUE 'S'.
       77 WRK-DESLOC-INFORMADO PIC X(01) VALUE 'N'.
           88 WRK-DESLOC-INFORMADO-OK VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-HOUVE-ALTERACAO PIC X(01) VALUE 'N'.
           05 WRK-LL-SITUACAO  PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-VIGENCIA  PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LL-DESLOC    PIC ------9,999999.

       PROCEDURE DIVISION.

                           WRK-TAB-VIGENCIA (WRK-QTD-UNIDADES)
                       MOVE EX54-FT-CLASSE TO
                           WRK-TAB-CLASSE (WRK-QTD-UNIDADES)
                       IF EX54-FT-DESLOCAMENTO NUMERIC
                           MOVE EX54-FT-DESLOCAMENTO TO
                               WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
                       ELSE
                           MOVE ZEROS TO
                               WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX54-FATOR-FILE
               WRK-FATOR-INTEIRO + WRK-FATOR-FRACAO / 1000000
       END-IF.

       0285-OBTER-DESLOCAMENTO.
       DISPLAY 'INFORME O DESLOCAMENTO (SUUUUUU,FFFFFF - S = + OU -)'
       ACCEPT WRK-DESLOC-IN FROM CONSOLE
       MOVE ZEROS TO WRK-DESLOC
       MOVE 'S' TO WRK-DESLOC-VALIDO
       MOVE 'N' TO WRK-DESLOC-INFORMADO
       IF WRK-DESLOC-IN NOT = SPACES
           MOVE 'S' TO WRK-DESLOC-INFORMADO
           IF WRK-DESLOC-IN (2:6) IS NUMERIC
              AND WRK-DESLOC-IN (9:6) IS NUMERIC
              AND (WRK-DESLOC-IN (1:1) = '+' OR '-' OR SPACE)
               MOVE WRK-DESLOC-IN (2:6) TO WRK-FATOR-INTEIRO
               MOVE WRK-DESLOC-IN (9:6) TO WRK-FATOR-FRACAO
               COMPUTE WRK-DESLOC =
                   WRK-FATOR-INTEIRO + WRK-FATOR-FRACAO / 1000000
               IF WRK-DESLOC-IN (1:1) = '-'
                   COMPUTE WRK-DESLOC = 0 - WRK-DESLOC
               END-IF
           ELSE
               MOVE 'N' TO WRK-DESLOC-VALIDO
           END-IF
       END-IF.

       0300-INCLUIR.
       PERFORM 0270-OBTER-UNIDADE
       PERFORM 0275-OBTER-VIGENCIA
               WRK-UNIDADE
       ELSE
           PERFORM 0280-OBTER-FATOR
           PERFORM 0285-OBTER-DESLOCAMENTO
           IF WRK-FATOR = ZEROS
               DISPLAY 'FATOR ZERADO OU INVALIDO - NAO INCLUIDO'
           ELSE
           IF NOT WRK-DESLOC-VALIDO-OK
               DISPLAY 'DESLOCAMENTO INVALIDO - NAO INCLUIDO'
           ELSE
               ADD 1 TO WRK-QTD-UNIDADES
               MOVE WRK-UNIDADE TO WRK-TAB-UNIDADE (WRK-QTD-UNIDADES)
               PERFORM UNTIL WRK-CLASSE = 'C'
                      OR WRK-CLASSE = 'M'
                      OR WRK-CLASSE = 'V'
                      OR WRK-CLASSE = 'T'
                   DISPLAY 'INFORME A CLASSE (C/M/V/T)'
                   ACCEPT WRK-CLASSE FROM CONSOLE
               END-PERFORM
               MOVE WRK-CLASSE TO
                   WRK-TAB-CLASSE (WRK-QTD-UNIDADES)
               MOVE WRK-DESLOC TO WRK-TAB-DESLOC (WRK-QTD-UNIDADES)
               MOVE ZEROS TO WRK-FATOR-ANT
               MOVE ZEROS TO WRK-DESLOC-ANT
               PERFORM 0650-GRAVAR-AUDITORIA-INCLUSAO
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'FATOR INCLUIDO'
           END-IF
           END-IF
       END-IF.

       0400-ALTERAR.
           DISPLAY 'UNIDADE NAO CADASTRADA: ' WRK-UNIDADE
       ELSE
           PERFORM 0280-OBTER-FATOR
           DISPLAY 'DESLOCAMENTO EM BRANCO MANTEM O ATUAL'
           PERFORM 0285-OBTER-DESLOCAMENTO
           IF NOT WRK-DESLOC-INFORMADO-OK
               MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO WRK-DESLOC
           END-IF
           IF WRK-FATOR = ZEROS
               DISPLAY 'FATOR ZERADO OU INVALIDO - NAO ALTERADO'
           ELSE
           IF NOT WRK-DESLOC-VALIDO-OK
               DISPLAY 'DESLOCAMENTO INVALIDO - NAO ALTERADO'
           ELSE
               MOVE WRK-TAB-FATOR (WRK-TAB-IDX) TO WRK-FATOR-ANT
               MOVE WRK-FATOR TO WRK-TAB-FATOR (WRK-TAB-IDX)
               MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO WRK-DESLOC-ANT
               MOVE WRK-DESLOC TO WRK-TAB-DESLOC (WRK-TAB-IDX)
               PERFORM 0660-GRAVAR-AUDITORIA-ALTERACAO
               MOVE 'S' TO WRK-HOUVE-ALTERACAO
               DISPLAY 'FATOR ALTERADO'
           END-IF
           END-IF
       END-IF.

       0500-DESATIVAR.
           MOVE 'I' TO WRK-TAB-SITUACAO (WRK-TAB-IDX)
           MOVE WRK-TAB-FATOR (WRK-TAB-IDX) TO WRK-FATOR-ANT
           MOVE WRK-TAB-FATOR (WRK-TAB-IDX) TO WRK-FATOR
           MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO WRK-DESLOC-ANT
           MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO WRK-DESLOC
           PERFORM 0670-GRAVAR-AUDITORIA-DESATIVACAO
           MOVE 'S' TO WRK-HOUVE-ALTERACAO
           DISPLAY 'FATOR DESATIVADO'
           MOVE WRK-TAB-FATOR (WRK-TAB-IDX) TO WRK-LL-FATOR
           MOVE WRK-TAB-SITUACAO (WRK-TAB-IDX) TO WRK-LL-SITUACAO
           MOVE WRK-TAB-VIGENCIA (WRK-TAB-IDX) TO WRK-LL-VIGENCIA
           MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO WRK-LL-DESLOC
           DISPLAY WRK-LINHA-LISTA
       END-PERFORM.

       MOVE WRK-USUARIO TO EX54-FA-USUARIO
       MOVE WRK-UNIDADE TO EX54-FA-UNIDADE
       MOVE WRK-FATOR-ANT TO EX54-FA-FATOR-ANT
       MOVE WRK-FATOR TO EX54-FA-FATOR-NOVO
       MOVE WRK-DESLOC-ANT TO EX54-FA-DESLOC-ANT
       MOVE WRK-DESLOC TO EX54-FA-DESLOC-NOVO.

       0645-GRAVAR-AUDITORIA.
       MOVE EX54-FATAUD-REC TO EX54-FATAUD-LINHA
           MOVE WRK-TAB-SITUACAO (WRK-TAB-IDX) TO EX54-FT-SITUACAO
           MOVE WRK-TAB-VIGENCIA (WRK-TAB-IDX) TO EX54-FT-VIGENCIA
           MOVE WRK-TAB-CLASSE (WRK-TAB-IDX) TO EX54-FT-CLASSE
           MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO EX54-FT-DESLOCAMENTO
           MOVE EX54-FATOR-REC TO EX54-FATOR-LINHA
           WRITE EX54-FATOR-LINHA
       END-PERFORM
           MOVE WRK-TAB-FATOR (WRK-TAB-IDX) TO WRK-LL-FATOR
           MOVE WRK-TAB-SITUACAO (WRK-TAB-IDX) TO WRK-LL-SITUACAO
           MOVE WRK-TAB-VIGENCIA (WRK-TAB-IDX) TO WRK-LL-VIGENCIA
           MOVE WRK-TAB-DESLOC (WRK-TAB-IDX) TO WRK-LL-DESLOC
           WRITE EX54-FATREL-LINHA FROM WRK-LINHA-LISTA
       END-PERFORM
       CLOSE EX54-FATREL-FILE.
