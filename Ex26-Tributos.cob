      ******************************************************************
      * Author:
      * Date:
      * Purpose: shared payroll withholding routine - CALLed by the
      *          EX26 pay runs the way EX40-HASH is shared. Given a
      *          competencia and a taxable amount it returns the
      *          social security (INSS) and income tax (IRRF) to
      *          withhold, from the bracket table EX26FAIXA.DAT:
      *          tabela I = INSS, tabela R = IRRF, one line per
      *          bracket with its upper limit, rate and (IRRF only)
      *          the bracket deduction. Each line carries the
      *          competencia it is effective from, so the January
      *          change is just a new set of lines and the set used
      *          is the latest one not after the competencia paid.
      *          INSS is progressive by slice and stops at the last
      *          limit of the set (the ceiling); IRRF applies the
      *          rate of the bracket the base falls in, less its
      *          deduction, over the amount minus the INSS. Lines in
      *          a set are kept in ascending limit order and the last
      *          IRRF line of a set carries the open top limit
      *          9999999,99. The table is loaded on the first call.
      *          When the caller passes the matricula, each dependent
      *          flagged for IRRF in the dependents master FUNCDPN.DAT
      *          takes the per-dependent deduction of tabela D
      *          (EX26-FX-DEDUZIR of the latest set not after the
      *          competencia) off the IRRF base; the count and the
      *          amount deducted are returned to the caller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-TRIBUTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-FAIXA-FILE ASSIGN TO 'EX26FAIXA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAIXA-STATUS.
           SELECT FUNC-DEPENDENTE-FILE ASSIGN TO 'FUNCDPN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-DK-CHAVE
               FILE STATUS IS WRK-DEPENDENTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-FAIXA-FILE.
       01 EX26-FAIXA-LINHA PIC X(27).

       FD  FUNC-DEPENDENTE-FILE.
       01 FUNC-DEPENDENTE-LINHA.
           05 FUNC-DK-CHAVE.
               10 FUNC-DK-MATRICULA PIC 9(05).
               10 FUNC-DK-SEQUENCIA PIC 9(02).
           05 FILLER               PIC X(52).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.

       77 WRK-FAIXA-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO  PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-CARREGADO    PIC X(01) VALUE 'N'.
           88 WRK-CARREGADO-OK VALUE 'S'.
       77 WRK-DEPENDENTE-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-DEPENDENTES PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEPENDENTES-OK VALUE 'S'.

       01 WRK-TABELA-FAIXAS.
           05 WRK-TAB-FX OCCURS 100 TIMES
               INDEXED BY WRK-FX-IDX.
               10 WRK-TAB-FX-TABELA   PIC X(01).
               10 WRK-TAB-FX-VIGENCIA PIC 9(06).
               10 WRK-TAB-FX-LIMITE   PIC 9(07)V99.
               10 WRK-TAB-FX-ALIQUOTA PIC 9(02)V99.
               10 WRK-TAB-FX-DEDUZIR  PIC 9(05)V99.
       77 WRK-QTD-FAIXAS PIC 9(03) VALUE ZEROS.

       77 WRK-VIG-INSS     PIC 9(06) VALUE ZEROS.
       77 WRK-VIG-IRRF     PIC 9(06) VALUE ZEROS.
       77 WRK-VIG-DEPEND   PIC 9(06) VALUE ZEROS.
       77 WRK-VLR-POR-DEPENDENTE PIC 9(05)V99 VALUE ZEROS.
       77 WRK-LIMITE-ANT   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FATIA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS-CALC    PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-BASE-IRRF    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-IRRF-CALC    PIC S9(07)V9999 VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       LINKAGE SECTION.
       01 EX26-TB-PARAMETROS PIC X(50).

       PROCEDURE DIVISION USING EX26-TB-PARAMETROS.

       0100-PRINCIPAL.
       MOVE EX26-TB-PARAMETROS TO EX26-TRIBUTO-REC
       IF NOT WRK-CARREGADO-OK
           PERFORM 0150-CARREGAR-FAIXAS
       END-IF
       MOVE ZEROS TO EX26-TB-VLR-INSS
       MOVE ZEROS TO EX26-TB-VLR-IRRF
       MOVE ZEROS TO EX26-TB-DEPENDENTES
       MOVE ZEROS TO EX26-TB-VLR-DEDUCAO
       PERFORM 0200-OBTER-VIGENCIAS
       IF WRK-VIG-INSS = ZEROS OR WRK-VIG-IRRF = ZEROS
           MOVE '1' TO EX26-TB-RETORNO
       ELSE
           MOVE '0' TO EX26-TB-RETORNO
           PERFORM 0300-CALCULAR-INSS
           PERFORM 0350-DEDUZIR-DEPENDENTES
           PERFORM 0400-CALCULAR-IRRF
       END-IF
       MOVE EX26-TRIBUTO-REC TO EX26-TB-PARAMETROS
       GOBACK.

       0150-CARREGAR-FAIXAS.
       MOVE 'S' TO WRK-CARREGADO
       OPEN INPUT EX26-FAIXA-FILE
       IF WRK-FAIXA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-FAIXA-FILE INTO EX26-FAIXA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FAIXAS < 100
                           ADD 1 TO WRK-QTD-FAIXAS
                           MOVE EX26-FX-TABELA TO
                               WRK-TAB-FX-TABELA (WRK-QTD-FAIXAS)
                           MOVE EX26-FX-VIGENCIA TO
                               WRK-TAB-FX-VIGENCIA (WRK-QTD-FAIXAS)
                           MOVE EX26-FX-LIMITE TO
                               WRK-TAB-FX-LIMITE (WRK-QTD-FAIXAS)
                           MOVE EX26-FX-ALIQUOTA TO
                               WRK-TAB-FX-ALIQUOTA (WRK-QTD-FAIXAS)
                           MOVE EX26-FX-DEDUZIR TO
                               WRK-TAB-FX-DEDUZIR (WRK-QTD-FAIXAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-FAIXA-FILE
       END-IF.

       0200-OBTER-VIGENCIAS.
       MOVE ZEROS TO WRK-VIG-INSS
       MOVE ZEROS TO WRK-VIG-IRRF
       MOVE ZEROS TO WRK-VIG-DEPEND
       PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-QTD-FAIXAS
           IF WRK-TAB-FX-VIGENCIA (WRK-FX-IDX)
                   NOT > EX26-TB-COMPETENCIA
               IF WRK-TAB-FX-TABELA (WRK-FX-IDX) = 'I'
                  AND WRK-TAB-FX-VIGENCIA (WRK-FX-IDX) > WRK-VIG-INSS
                   MOVE WRK-TAB-FX-VIGENCIA (WRK-FX-IDX)
                       TO WRK-VIG-INSS
               END-IF
               IF WRK-TAB-FX-TABELA (WRK-FX-IDX) = 'R'
                  AND WRK-TAB-FX-VIGENCIA (WRK-FX-IDX) > WRK-VIG-IRRF
                   MOVE WRK-TAB-FX-VIGENCIA (WRK-FX-IDX)
                       TO WRK-VIG-IRRF
               END-IF
               IF WRK-TAB-FX-TABELA (WRK-FX-IDX) = 'D'
                  AND WRK-TAB-FX-VIGENCIA (WRK-FX-IDX)
                      > WRK-VIG-DEPEND
                   MOVE WRK-TAB-FX-VIGENCIA (WRK-FX-IDX)
                       TO WRK-VIG-DEPEND
                   MOVE WRK-TAB-FX-DEDUZIR (WRK-FX-IDX)
                       TO WRK-VLR-POR-DEPENDENTE
               END-IF
           END-IF
       END-PERFORM.

       0300-CALCULAR-INSS.
       MOVE ZEROS TO WRK-INSS-CALC
       MOVE ZEROS TO WRK-LIMITE-ANT
       PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-QTD-FAIXAS
           IF WRK-TAB-FX-TABELA (WRK-FX-IDX) = 'I'
              AND WRK-TAB-FX-VIGENCIA (WRK-FX-IDX) = WRK-VIG-INSS
              AND EX26-TB-BASE > WRK-LIMITE-ANT
               IF EX26-TB-BASE > WRK-TAB-FX-LIMITE (WRK-FX-IDX)
                   COMPUTE WRK-FATIA =
                       WRK-TAB-FX-LIMITE (WRK-FX-IDX) - WRK-LIMITE-ANT
               ELSE
                   COMPUTE WRK-FATIA = EX26-TB-BASE - WRK-LIMITE-ANT
               END-IF
               COMPUTE WRK-INSS-CALC = WRK-INSS-CALC
                   + WRK-FATIA * WRK-TAB-FX-ALIQUOTA (WRK-FX-IDX) / 100
               MOVE WRK-TAB-FX-LIMITE (WRK-FX-IDX) TO WRK-LIMITE-ANT
           END-IF
       END-PERFORM
       COMPUTE EX26-TB-VLR-INSS ROUNDED = WRK-INSS-CALC.

       0350-DEDUZIR-DEPENDENTES.
       IF EX26-TB-MATRICULA NOT = ZEROS
           OPEN INPUT FUNC-DEPENDENTE-FILE
       END-IF
       IF EX26-TB-MATRICULA NOT = ZEROS
          AND WRK-DEPENDENTE-STATUS = '00'
           MOVE 'N' TO WRK-FIM-DEPENDENTES
           MOVE EX26-TB-MATRICULA TO FUNC-DK-MATRICULA
           MOVE ZEROS TO FUNC-DK-SEQUENCIA
           START FUNC-DEPENDENTE-FILE KEY NOT < FUNC-DK-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-DEPENDENTES
           END-START
           PERFORM UNTIL WRK-FIM-DEPENDENTES-OK
               READ FUNC-DEPENDENTE-FILE NEXT RECORD
                   INTO FUNC-DEPENDENTE-REC
                   AT END MOVE 'S' TO WRK-FIM-DEPENDENTES
                   NOT AT END
                       IF FUNC-DN-MATRICULA NOT = EX26-TB-MATRICULA
                           MOVE 'S' TO WRK-FIM-DEPENDENTES
                       ELSE
                           IF FUNC-DN-DEPENDENTE-IRRF
                               ADD 1 TO EX26-TB-DEPENDENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPENDENTE-FILE
       END-IF
       IF WRK-VIG-DEPEND NOT = ZEROS
           COMPUTE EX26-TB-VLR-DEDUCAO =
               EX26-TB-DEPENDENTES * WRK-VLR-POR-DEPENDENTE
       END-IF.

       0400-CALCULAR-IRRF.
       COMPUTE WRK-BASE-IRRF = EX26-TB-BASE - EX26-TB-VLR-INSS
           - EX26-TB-VLR-DEDUCAO
       MOVE ZEROS TO WRK-IRRF-CALC
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX > WRK-QTD-FAIXAS OR WRK-ACHOU-OK
           IF WRK-TAB-FX-TABELA (WRK-FX-IDX) = 'R'
              AND WRK-TAB-FX-VIGENCIA (WRK-FX-IDX) = WRK-VIG-IRRF
              AND WRK-BASE-IRRF NOT > WRK-TAB-FX-LIMITE (WRK-FX-IDX)
               MOVE 'S' TO WRK-ACHOU
               COMPUTE WRK-IRRF-CALC =
                   WRK-BASE-IRRF * WRK-TAB-FX-ALIQUOTA (WRK-FX-IDX)
                   / 100 - WRK-TAB-FX-DEDUZIR (WRK-FX-IDX)
           END-IF
       END-PERFORM
       IF WRK-IRRF-CALC > ZEROS
           COMPUTE EX26-TB-VLR-IRRF ROUNDED = WRK-IRRF-CALC
       END-IF.
