      ******************************************************************
      * Author:
      * Date:
      * Purpose: referee and venue assignment for the EX63 season -
      *          reads the fixture list EX63FIXT.DAT written by
      *          EX63-FIXTURA, dates each fixture from the round
      *          calendar EX63CALEND.DAT and gives it a referee from
      *          EX63ARB.DAT and a venue from EX63LOCAL.DAT. A referee
      *          is only used inside the availability window of the
      *          register, never on a date blocked for that referee in
      *          EX63BLOQ.DAT, never twice on the same date and never
      *          on a match of an affiliated competitor (two per
      *          referee in the register); among the eligible referees
      *          the one with fewest appearances so far is chosen,
      *          which balances appearances over the season. A venue
      *          takes at most its capacity (matches on the same date)
      *          and none on its blocked dates, the least used eligible
      *          venue being chosen. The assignment goes to
      *          EX63ESCALA.DAT and the listing EX63ESCREL.DAT,
      *          fixtures that cannot be assigned go to the pending
      *          report EX63ESCPEN.DAT with the reason (return code 4),
      *          and every referee and every venue gets a schedule
      *          section in EX63AGARB.DAT and EX63AGLOC.DAT. Each run
      *          rebuilds the whole assignment.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX63-ESCALA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX63-FIXTURA-FILE ASSIGN TO 'EX63FIXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FIXTURA-STATUS.
           SELECT EX63-CALENDARIO-FILE ASSIGN TO 'EX63CALEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CALENDARIO-STATUS.
           SELECT EX63-ARBITRO-FILE ASSIGN TO 'EX63ARB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARBITRO-STATUS.
           SELECT EX63-LOCAL-FILE ASSIGN TO 'EX63LOCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOCAL-STATUS.
           SELECT EX63-BLOQUEIO-FILE ASSIGN TO 'EX63BLOQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BLOQUEIO-STATUS.
           SELECT EX63-ESCALA-FILE ASSIGN TO 'EX63ESCALA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESCALA-STATUS.
           SELECT EX63-ESC-REL-FILE ASSIGN TO 'EX63ESCREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX63-PENDENTE-FILE ASSIGN TO 'EX63ESCPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDENTE-STATUS.
           SELECT EX63-AGENDA-ARB-FILE ASSIGN TO 'EX63AGARB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDA-STATUS.
           SELECT EX63-AGENDA-LOC-FILE ASSIGN TO 'EX63AGLOC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AGENDA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX63-FIXTURA-FILE.
       01 EX63-FIXTURA-LINHA PIC X(43).

       FD  EX63-CALENDARIO-FILE.
       01 EX63-CALENDARIO-LINHA PIC X(10).

       FD  EX63-ARBITRO-FILE.
       01 EX63-ARBITRO-LINHA PIC X(81).

       FD  EX63-LOCAL-FILE.
       01 EX63-LOCAL-LINHA PIC X(27).

       FD  EX63-BLOQUEIO-FILE.
       01 EX63-BLOQUEIO-LINHA PIC X(13).

       FD  EX63-ESCALA-FILE.
       01 EX63-ESCALA-LINHA PIC X(58).

       FD  EX63-ESC-REL-FILE.
       01 EX63-ESC-REL-LINHA PIC X(132).

       FD  EX63-PENDENTE-FILE.
       01 EX63-PENDENTE-LINHA PIC X(132).

       FD  EX63-AGENDA-ARB-FILE.
       01 EX63-AGENDA-ARB-LINHA PIC X(132).

       FD  EX63-AGENDA-LOC-FILE.
       01 EX63-AGENDA-LOC-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EX63REC.

       77 WRK-FIXTURA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-CALENDARIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-ARBITRO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-LOCAL-STATUS      PIC X(02) VALUE '00'.
       77 WRK-BLOQUEIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-ESCALA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PENDENTE-STATUS   PIC X(02) VALUE '00'.
       77 WRK-AGENDA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

      *    date of each round (index = round number)
       01 WRK-TABELA-CALENDARIO.
           05 WRK-TAB-CAL-DATA PIC 9(08) OCCURS 99 TIMES.

       01 WRK-TABELA-ARBITROS.
           05 WRK-TAB-ARB OCCURS 100 TIMES
               INDEXED BY WRK-ARB-IDX.
               10 WRK-TAB-ARB-CODIGO    PIC X(04).
               10 WRK-TAB-ARB-NOME      PIC X(20).
               10 WRK-TAB-ARB-AFILIADO1 PIC X(20).
               10 WRK-TAB-ARB-AFILIADO2 PIC X(20).
               10 WRK-TAB-ARB-INICIO    PIC 9(08).
               10 WRK-TAB-ARB-FIM       PIC 9(08).
               10 WRK-TAB-ARB-JOGOS     PIC 9(04).
       77 WRK-QTD-ARBITROS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-LOCAIS.
           05 WRK-TAB-LOC OCCURS 100 TIMES
               INDEXED BY WRK-LOC-IDX.
               10 WRK-TAB-LOC-CODIGO     PIC X(04).
               10 WRK-TAB-LOC-NOME       PIC X(20).
               10 WRK-TAB-LOC-CAPACIDADE PIC 9(02).
               10 WRK-TAB-LOC-JOGOS      PIC 9(04).
       77 WRK-QTD-LOCAIS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-BLOQUEIOS.
           05 WRK-TAB-BLQ OCCURS 1000 TIMES
               INDEXED BY WRK-BLQ-IDX.
               10 WRK-TAB-BLQ-TIPO   PIC X(01).
               10 WRK-TAB-BLQ-CODIGO PIC X(04).
               10 WRK-TAB-BLQ-DATA   PIC 9(08).
       77 WRK-QTD-BLOQUEIOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-ESCALA.
           05 WRK-TAB-ESC OCCURS 2000 TIMES
               INDEXED BY WRK-ESC-IDX.
               10 WRK-TAB-ESC-RODADA  PIC 9(02).
               10 WRK-TAB-ESC-DATA    PIC 9(08).
               10 WRK-TAB-ESC-NOME1   PIC X(20).
               10 WRK-TAB-ESC-NOME2   PIC X(20).
               10 WRK-TAB-ESC-ARBITRO PIC 9(03).
               10 WRK-TAB-ESC-LOCAL   PIC 9(03).
       77 WRK-QTD-ESCALA PIC 9(04) VALUE ZEROS.

       77 WRK-DATA-JOGO     PIC 9(08) VALUE ZEROS.
       77 WRK-ARB-ESCOLHIDO PIC 9(03) VALUE ZEROS.
       77 WRK-LOC-ESCOLHIDO PIC 9(03) VALUE ZEROS.
       77 WRK-TIPO-BUSCA    PIC X(01) VALUE SPACES.
       77 WRK-CODIGO-BUSCA  PIC X(04) VALUE SPACES.
       77 WRK-BLOQUEADO PIC X(01) VALUE 'N'.
           88 WRK-BLOQUEADO-OK VALUE 'S'.
       77 WRK-OCUPADO PIC X(01) VALUE 'N'.
           88 WRK-OCUPADO-OK VALUE 'S'.
       77 WRK-JOGOS-NA-DATA PIC 9(04) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.

       77 WRK-QT-CONFRONTOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESCALADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES   PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-EDICAO.
           05 WRK-DE-ANO  PIC 9(04).
           05 WRK-DE-MES  PIC 9(02).
           05 WRK-DE-DIA  PIC 9(02).
       01 WRK-DATA-EDICAO-NUM REDEFINES WRK-DATA-EDICAO PIC 9(08).

       01 WRK-CABECALHO PIC X(60) VALUE
           'ESCALA DE ARBITROS E LOCAIS - EX63-ESCALA'.
       01 WRK-CABECALHO-PENDENTE PIC X(60) VALUE
           'CONFRONTOS NAO ESCALADOS - EX63-ESCALA'.
       01 WRK-CABECALHO-AGENDA-ARB PIC X(60) VALUE
           'AGENDA DOS ARBITROS - EX63-ESCALA'.
       01 WRK-CABECALHO-AGENDA-LOC PIC X(60) VALUE
           'AGENDA DOS LOCAIS - EX63-ESCALA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-JOGO.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LJ-RODADA  PIC Z9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LJ-DIA     PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-LJ-MES     PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-LJ-ANO     PIC 9999.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LJ-NOME1   PIC X(20).
           05 FILLER        PIC X(04) VALUE ' X  '.
           05 WRK-LJ-NOME2   PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LJ-COMPL1  PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LJ-COMPL2  PIC X(30).
       01 WRK-LINHA-AGENDA.
           05 WRK-LA-TIPO    PIC X(09).
           05 WRK-LA-CODIGO  PIC X(04).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LA-NOME    PIC X(20).
           05 FILLER        PIC X(09) VALUE '  JOGOS: '.
           05 WRK-LA-JOGOS   PIC ZZZ9.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0110-CARREGAR-CALENDARIO.
       PERFORM 0120-CARREGAR-ARBITROS.
       PERFORM 0130-CARREGAR-LOCAIS.
       PERFORM 0140-CARREGAR-BLOQUEIOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR-CONFRONTOS.
       PERFORM 0600-IMPRIMIR-AGENDAS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-PENDENTES = ZEROS
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0110-CARREGAR-CALENDARIO.
       MOVE ZEROS TO WRK-TABELA-CALENDARIO
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-CALENDARIO-FILE
       IF WRK-CALENDARIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-CALENDARIO-FILE INTO EX63-CALENDARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX63-CL-RODADA IS NUMERIC
                          AND EX63-CL-RODADA > ZEROS
                          AND EX63-CL-DATA IS NUMERIC
                           MOVE EX63-CL-DATA TO
                               WRK-TAB-CAL-DATA (EX63-CL-RODADA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX63-CALENDARIO-FILE
       END-IF.

       0120-CARREGAR-ARBITROS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-ARBITRO-FILE
       IF WRK-ARBITRO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-ARBITRO-FILE INTO EX63-ARBITRO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF NOT EX63-AR-INATIVO
                           PERFORM 0125-GUARDAR-ARBITRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX63-ARBITRO-FILE
       END-IF.

       0125-GUARDAR-ARBITRO.
       IF WRK-QTD-ARBITROS >= 100
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-ARBITROS
       SET WRK-ARB-IDX TO WRK-QTD-ARBITROS
       MOVE EX63-AR-CODIGO TO WRK-TAB-ARB-CODIGO (WRK-ARB-IDX)
       MOVE EX63-AR-NOME TO WRK-TAB-ARB-NOME (WRK-ARB-IDX)
       MOVE EX63-AR-AFILIADO1 TO WRK-TAB-ARB-AFILIADO1 (WRK-ARB-IDX)
       MOVE EX63-AR-AFILIADO2 TO WRK-TAB-ARB-AFILIADO2 (WRK-ARB-IDX)
       IF EX63-AR-DISP-INICIO IS NUMERIC
           MOVE EX63-AR-DISP-INICIO TO WRK-TAB-ARB-INICIO (WRK-ARB-IDX)
       ELSE
           MOVE ZEROS TO WRK-TAB-ARB-INICIO (WRK-ARB-IDX)
       END-IF
       IF EX63-AR-DISP-FIM IS NUMERIC AND EX63-AR-DISP-FIM > ZEROS
           MOVE EX63-AR-DISP-FIM TO WRK-TAB-ARB-FIM (WRK-ARB-IDX)
       ELSE
           MOVE 99999999 TO WRK-TAB-ARB-FIM (WRK-ARB-IDX)
       END-IF
       MOVE ZEROS TO WRK-TAB-ARB-JOGOS (WRK-ARB-IDX).

       0130-CARREGAR-LOCAIS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-LOCAL-FILE
       IF WRK-LOCAL-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-LOCAL-FILE INTO EX63-LOCAL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF NOT EX63-LC-INATIVO
                           PERFORM 0135-GUARDAR-LOCAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX63-LOCAL-FILE
       END-IF.

      *    capacity = matches the venue holds on the same date
       0135-GUARDAR-LOCAL.
       IF WRK-QTD-LOCAIS >= 100
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-LOCAIS
       SET WRK-LOC-IDX TO WRK-QTD-LOCAIS
       MOVE EX63-LC-CODIGO TO WRK-TAB-LOC-CODIGO (WRK-LOC-IDX)
       MOVE EX63-LC-NOME TO WRK-TAB-LOC-NOME (WRK-LOC-IDX)
       IF EX63-LC-CAPACIDADE IS NUMERIC
          AND EX63-LC-CAPACIDADE > ZEROS
           MOVE EX63-LC-CAPACIDADE TO
               WRK-TAB-LOC-CAPACIDADE (WRK-LOC-IDX)
       ELSE
           MOVE 1 TO WRK-TAB-LOC-CAPACIDADE (WRK-LOC-IDX)
       END-IF
       MOVE ZEROS TO WRK-TAB-LOC-JOGOS (WRK-LOC-IDX).

       0140-CARREGAR-BLOQUEIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-BLOQUEIO-FILE
       IF WRK-BLOQUEIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-BLOQUEIO-FILE INTO EX63-BLOQUEIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF (EX63-BQ-ARBITRO OR EX63-BQ-LOCAL)
                          AND EX63-BQ-DATA IS NUMERIC
                           IF WRK-QTD-BLOQUEIOS >= 1000
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-BLOQUEIOS
                           MOVE EX63-BQ-TIPO TO
                               WRK-TAB-BLQ-TIPO (WRK-QTD-BLOQUEIOS)
                           MOVE EX63-BQ-CODIGO TO
                               WRK-TAB-BLQ-CODIGO (WRK-QTD-BLOQUEIOS)
                           MOVE EX63-BQ-DATA TO
                               WRK-TAB-BLQ-DATA (WRK-QTD-BLOQUEIOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX63-BLOQUEIO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX63-ESCALA-FILE
       OPEN OUTPUT EX63-ESC-REL-FILE
       OPEN OUTPUT EX63-PENDENTE-FILE
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX63-ESC-REL-LINHA FROM WRK-CABECALHO
       WRITE EX63-ESC-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX63-ESC-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX63-PENDENTE-LINHA FROM WRK-CABECALHO-PENDENTE
       WRITE EX63-PENDENTE-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX63-PENDENTE-LINHA FROM WRK-LINHA-BRANCO.

       0300-PROCESSAR-CONFRONTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-FIXTURA-FILE
       IF WRK-FIXTURA-STATUS NOT = '00'
           DISPLAY 'FALHA AO ABRIR EX63FIXT.DAT - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX63-FIXTURA-FILE INTO EX63-FIXTURA-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QT-CONFRONTOS
                   PERFORM 0400-ESCALAR-CONFRONTO
                       THRU 0400-ESCALAR-CONFRONTO-EXIT
           END-READ
       END-PERFORM
       CLOSE EX63-FIXTURA-FILE.

       0400-ESCALAR-CONFRONTO.
       MOVE ZEROS TO WRK-DATA-JOGO
       IF EX63-FX-RODADA IS NUMERIC AND EX63-FX-RODADA > ZEROS
           MOVE WRK-TAB-CAL-DATA (EX63-FX-RODADA) TO WRK-DATA-JOGO
       END-IF
       IF WRK-DATA-JOGO = ZEROS
           MOVE 'RODADA SEM DATA NO CALENDARIO' TO WRK-MOTIVO
           PERFORM 0500-REGISTRAR-PENDENTE
           GO TO 0400-ESCALAR-CONFRONTO-EXIT
       END-IF

       PERFORM 0420-ESCOLHER-ARBITRO
       IF WRK-ARB-ESCOLHIDO = ZEROS
           MOVE 'SEM ARBITRO DISPONIVEL' TO WRK-MOTIVO
           PERFORM 0500-REGISTRAR-PENDENTE
           GO TO 0400-ESCALAR-CONFRONTO-EXIT
       END-IF
       PERFORM 0440-ESCOLHER-LOCAL
       IF WRK-LOC-ESCOLHIDO = ZEROS
           MOVE 'SEM LOCAL DISPONIVEL' TO WRK-MOTIVO
           PERFORM 0500-REGISTRAR-PENDENTE
           GO TO 0400-ESCALAR-CONFRONTO-EXIT
       END-IF

       IF WRK-QTD-ESCALA >= 2000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-ESCALA
       SET WRK-ESC-IDX TO WRK-QTD-ESCALA
       MOVE EX63-FX-RODADA TO WRK-TAB-ESC-RODADA (WRK-ESC-IDX)
       MOVE WRK-DATA-JOGO TO WRK-TAB-ESC-DATA (WRK-ESC-IDX)
       MOVE EX63-FX-NOME1 TO WRK-TAB-ESC-NOME1 (WRK-ESC-IDX)
       MOVE EX63-FX-NOME2 TO WRK-TAB-ESC-NOME2 (WRK-ESC-IDX)
       MOVE WRK-ARB-ESCOLHIDO TO WRK-TAB-ESC-ARBITRO (WRK-ESC-IDX)
       MOVE WRK-LOC-ESCOLHIDO TO WRK-TAB-ESC-LOCAL (WRK-ESC-IDX)
       ADD 1 TO WRK-TAB-ARB-JOGOS (WRK-ARB-ESCOLHIDO)
       ADD 1 TO WRK-TAB-LOC-JOGOS (WRK-LOC-ESCOLHIDO)
       ADD 1 TO WRK-QT-ESCALADOS

       MOVE EX63-FX-RODADA TO EX63-ES-RODADA
       MOVE WRK-DATA-JOGO TO EX63-ES-DATA
       MOVE EX63-FX-NOME1 TO EX63-ES-NOME1
       MOVE EX63-FX-NOME2 TO EX63-ES-NOME2
       MOVE WRK-TAB-ARB-CODIGO (WRK-ARB-ESCOLHIDO) TO EX63-ES-ARBITRO
       MOVE WRK-TAB-LOC-CODIGO (WRK-LOC-ESCOLHIDO) TO EX63-ES-LOCAL
       MOVE EX63-ESCALA-REC TO EX63-ESCALA-LINHA
       WRITE EX63-ESCALA-LINHA

       PERFORM 0550-MONTAR-LINHA-JOGO
       MOVE WRK-TAB-ARB-NOME (WRK-ARB-ESCOLHIDO) TO WRK-LJ-COMPL1
       MOVE WRK-TAB-LOC-NOME (WRK-LOC-ESCOLHIDO) TO WRK-LJ-COMPL2
       WRITE EX63-ESC-REL-LINHA FROM WRK-LINHA-JOGO.

       0400-ESCALAR-CONFRONTO-EXIT.
       EXIT.

      *    the eligible one with the fewest matches evens out the
      *    season
       0420-ESCOLHER-ARBITRO.
       MOVE ZEROS TO WRK-ARB-ESCOLHIDO
       PERFORM VARYING WRK-ARB-IDX FROM 1 BY 1
               UNTIL WRK-ARB-IDX > WRK-QTD-ARBITROS
           IF WRK-DATA-JOGO >= WRK-TAB-ARB-INICIO (WRK-ARB-IDX)
              AND WRK-DATA-JOGO <= WRK-TAB-ARB-FIM (WRK-ARB-IDX)
              AND WRK-TAB-ARB-AFILIADO1 (WRK-ARB-IDX)
                   NOT = EX63-FX-NOME1
              AND WRK-TAB-ARB-AFILIADO1 (WRK-ARB-IDX)
                   NOT = EX63-FX-NOME2
              AND WRK-TAB-ARB-AFILIADO2 (WRK-ARB-IDX)
                   NOT = EX63-FX-NOME1
              AND WRK-TAB-ARB-AFILIADO2 (WRK-ARB-IDX)
                   NOT = EX63-FX-NOME2
               PERFORM 0425-AVALIAR-ARBITRO
           END-IF
       END-PERFORM.

       0425-AVALIAR-ARBITRO.
       MOVE 'A' TO WRK-TIPO-BUSCA
       MOVE WRK-TAB-ARB-CODIGO (WRK-ARB-IDX) TO WRK-CODIGO-BUSCA
       PERFORM 0460-VERIFICAR-BLOQUEIO
       IF NOT WRK-BLOQUEADO-OK
           MOVE 'N' TO WRK-OCUPADO
           PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
                   UNTIL WRK-ESC-IDX > WRK-QTD-ESCALA
                      OR WRK-OCUPADO-OK
               IF WRK-TAB-ESC-DATA (WRK-ESC-IDX) = WRK-DATA-JOGO
                  AND WRK-TAB-ESC-ARBITRO (WRK-ESC-IDX) = WRK-ARB-IDX
                   MOVE 'S' TO WRK-OCUPADO
               END-IF
           END-PERFORM
           IF NOT WRK-OCUPADO-OK
               IF WRK-ARB-ESCOLHIDO = ZEROS
                   SET WRK-ARB-ESCOLHIDO TO WRK-ARB-IDX
               ELSE
                   IF WRK-TAB-ARB-JOGOS (WRK-ARB-IDX)
                           < WRK-TAB-ARB-JOGOS (WRK-ARB-ESCOLHIDO)
                       SET WRK-ARB-ESCOLHIDO TO WRK-ARB-IDX
                   END-IF
               END-IF
           END-IF
       END-IF.

       0440-ESCOLHER-LOCAL.
       MOVE ZEROS TO WRK-LOC-ESCOLHIDO
       PERFORM VARYING WRK-LOC-IDX FROM 1 BY 1
               UNTIL WRK-LOC-IDX > WRK-QTD-LOCAIS
           PERFORM 0445-AVALIAR-LOCAL
       END-PERFORM.

       0445-AVALIAR-LOCAL.
       MOVE 'L' TO WRK-TIPO-BUSCA
       MOVE WRK-TAB-LOC-CODIGO (WRK-LOC-IDX) TO WRK-CODIGO-BUSCA
       PERFORM 0460-VERIFICAR-BLOQUEIO
       IF NOT WRK-BLOQUEADO-OK
           MOVE ZEROS TO WRK-JOGOS-NA-DATA
           PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
                   UNTIL WRK-ESC-IDX > WRK-QTD-ESCALA
               IF WRK-TAB-ESC-DATA (WRK-ESC-IDX) = WRK-DATA-JOGO
                  AND WRK-TAB-ESC-LOCAL (WRK-ESC-IDX) = WRK-LOC-IDX
                   ADD 1 TO WRK-JOGOS-NA-DATA
               END-IF
           END-PERFORM
           IF WRK-JOGOS-NA-DATA < WRK-TAB-LOC-CAPACIDADE (WRK-LOC-IDX)
               IF WRK-LOC-ESCOLHIDO = ZEROS
                   SET WRK-LOC-ESCOLHIDO TO WRK-LOC-IDX
               ELSE
                   IF WRK-TAB-LOC-JOGOS (WRK-LOC-IDX)
                           < WRK-TAB-LOC-JOGOS (WRK-LOC-ESCOLHIDO)
                       SET WRK-LOC-ESCOLHIDO TO WRK-LOC-IDX
                   END-IF
               END-IF
           END-IF
       END-IF.

       0460-VERIFICAR-BLOQUEIO.
       MOVE 'N' TO WRK-BLOQUEADO
       SET WRK-BLQ-IDX TO 1
       SEARCH WRK-TAB-BLQ
           AT END
               CONTINUE
           WHEN WRK-BLQ-IDX > WRK-QTD-BLOQUEIOS
               CONTINUE
           WHEN WRK-TAB-BLQ-TIPO (WRK-BLQ-IDX) = WRK-TIPO-BUSCA
            AND WRK-TAB-BLQ-CODIGO (WRK-BLQ-IDX) = WRK-CODIGO-BUSCA
            AND WRK-TAB-BLQ-DATA (WRK-BLQ-IDX) = WRK-DATA-JOGO
               MOVE 'S' TO WRK-BLOQUEADO
       END-SEARCH.

       0500-REGISTRAR-PENDENTE.
       ADD 1 TO WRK-QT-PENDENTES
       PERFORM 0550-MONTAR-LINHA-JOGO
       MOVE SPACES TO WRK-LJ-COMPL1
       MOVE WRK-MOTIVO TO WRK-LJ-COMPL2
       WRITE EX63-PENDENTE-LINHA FROM WRK-LINHA-JOGO.

       0550-MONTAR-LINHA-JOGO.
       MOVE WRK-DATA-JOGO TO WRK-DATA-EDICAO-NUM
       MOVE EX63-FX-RODADA TO WRK-LJ-RODADA
       MOVE WRK-DE-DIA TO WRK-LJ-DIA
       MOVE WRK-DE-MES TO WRK-LJ-MES
       MOVE WRK-DE-ANO TO WRK-LJ-ANO
       MOVE EX63-FX-NOME1 TO WRK-LJ-NOME1
       MOVE EX63-FX-NOME2 TO WRK-LJ-NOME2.

       0600-IMPRIMIR-AGENDAS.
       OPEN OUTPUT EX63-AGENDA-ARB-FILE
       WRITE EX63-AGENDA-ARB-LINHA FROM WRK-CABECALHO-AGENDA-ARB
       WRITE EX63-AGENDA-ARB-LINHA FROM WRK-LINHA-DATA-RELATORIO
       PERFORM 0620-AGENDA-ARBITRO
           VARYING WRK-ARB-IDX FROM 1 BY 1
           UNTIL WRK-ARB-IDX > WRK-QTD-ARBITROS
       CLOSE EX63-AGENDA-ARB-FILE

       OPEN OUTPUT EX63-AGENDA-LOC-FILE
       WRITE EX63-AGENDA-LOC-LINHA FROM WRK-CABECALHO-AGENDA-LOC
       WRITE EX63-AGENDA-LOC-LINHA FROM WRK-LINHA-DATA-RELATORIO
       PERFORM 0640-AGENDA-LOCAL
           VARYING WRK-LOC-IDX FROM 1 BY 1
           UNTIL WRK-LOC-IDX > WRK-QTD-LOCAIS
       CLOSE EX63-AGENDA-LOC-FILE.

       0620-AGENDA-ARBITRO.
       WRITE EX63-AGENDA-ARB-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'ARBITRO: ' TO WRK-LA-TIPO
       MOVE WRK-TAB-ARB-CODIGO (WRK-ARB-IDX) TO WRK-LA-CODIGO
       MOVE WRK-TAB-ARB-NOME (WRK-ARB-IDX) TO WRK-LA-NOME
       MOVE WRK-TAB-ARB-JOGOS (WRK-ARB-IDX) TO WRK-LA-JOGOS
       WRITE EX63-AGENDA-ARB-LINHA FROM WRK-LINHA-AGENDA
       PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX > WRK-QTD-ESCALA
           IF WRK-TAB-ESC-ARBITRO (WRK-ESC-IDX) = WRK-ARB-IDX
               PERFORM 0660-MONTAR-LINHA-AGENDA
               MOVE WRK-TAB-LOC-NOME (WRK-TAB-ESC-LOCAL (WRK-ESC-IDX))
                   TO WRK-LJ-COMPL1
               WRITE EX63-AGENDA-ARB-LINHA FROM WRK-LINHA-JOGO
           END-IF
       END-PERFORM.

       0640-AGENDA-LOCAL.
       WRITE EX63-AGENDA-LOC-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'LOCAL..: ' TO WRK-LA-TIPO
       MOVE WRK-TAB-LOC-CODIGO (WRK-LOC-IDX) TO WRK-LA-CODIGO
       MOVE WRK-TAB-LOC-NOME (WRK-LOC-IDX) TO WRK-LA-NOME
       MOVE WRK-TAB-LOC-JOGOS (WRK-LOC-IDX) TO WRK-LA-JOGOS
       WRITE EX63-AGENDA-LOC-LINHA FROM WRK-LINHA-AGENDA
       PERFORM VARYING WRK-ESC-IDX FROM 1 BY 1
               UNTIL WRK-ESC-IDX > WRK-QTD-ESCALA
           IF WRK-TAB-ESC-LOCAL (WRK-ESC-IDX) = WRK-LOC-IDX
               PERFORM 0660-MONTAR-LINHA-AGENDA
               MOVE WRK-TAB-ARB-NOME
                   (WRK-TAB-ESC-ARBITRO (WRK-ESC-IDX)) TO WRK-LJ-COMPL1
               WRITE EX63-AGENDA-LOC-LINHA FROM WRK-LINHA-JOGO
           END-IF
       END-PERFORM.

       0660-MONTAR-LINHA-AGENDA.
       MOVE WRK-TAB-ESC-DATA (WRK-ESC-IDX) TO WRK-DATA-EDICAO-NUM
       MOVE WRK-TAB-ESC-RODADA (WRK-ESC-IDX) TO WRK-LJ-RODADA
       MOVE WRK-DE-DIA TO WRK-LJ-DIA
       MOVE WRK-DE-MES TO WRK-LJ-MES
       MOVE WRK-DE-ANO TO WRK-LJ-ANO
       MOVE WRK-TAB-ESC-NOME1 (WRK-ESC-IDX) TO WRK-LJ-NOME1
       MOVE WRK-TAB-ESC-NOME2 (WRK-ESC-IDX) TO WRK-LJ-NOME2
       MOVE SPACES TO WRK-LJ-COMPL2.

       0800-RELATORIO-TOTAIS.
       WRITE EX63-ESC-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CONFRONTOS LIDOS......: ' DELIMITED BY SIZE
           WRK-QT-CONFRONTOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX63-ESC-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CONFRONTOS ESCALADOS..: ' DELIMITED BY SIZE
           WRK-QT-ESCALADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX63-ESC-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CONFRONTOS PENDENTES..: ' DELIMITED BY SIZE
           WRK-QT-PENDENTES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX63-ESC-REL-LINHA FROM WRK-LINHA-RESUMO
       WRITE EX63-PENDENTE-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX63-PENDENTE-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX63-ESCALA-FILE
       CLOSE EX63-ESC-REL-FILE
       CLOSE EX63-PENDENTE-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
