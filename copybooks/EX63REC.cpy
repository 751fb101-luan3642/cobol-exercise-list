      ******************************************************************
      * Record layouts for the EX63 comparator subsystem
      * (interactive EX63, reconciliation and leaderboard batch modes,
      * the season fixture list and the per-division tie-break rules
      * with the recorded drawing of lots, the referee and venue
      * registers with their blocked dates, the round calendar and the
      * referee/venue assignment of each fixture, the prize table, the
      * prize payout run parameter and the payouts the tellers settle
      * through EX2V2-CAPTURA).
      ******************************************************************
       01 EX63-PAR-REC.
           05 EX63-PAR-NM1        PIC 9(02).
       01 EX63-DIVISAO-REC.
           05 EX63-DV-NOME        PIC X(20).
           05 EX63-DV-DIVISAO     PIC 9(01).

       01 EX63-FIXTURA-REC.
           05 EX63-FX-RODADA      PIC 9(02).
           05 EX63-FX-NOME1       PIC X(20).
           05 EX63-FX-NOME2       PIC X(20).
           05 EX63-FX-REALIZADO   PIC X(01).

       01 EX63-DESEMPATE-REC.
           05 EX63-DE-TIPO        PIC X(01).
               88 EX63-DE-REGRA     VALUE 'R'.
               88 EX63-DE-SORTEIO   VALUE 'S'.
           05 EX63-DE-DADOS       PIC X(23).
           05 EX63-DE-REGRA-DADOS REDEFINES EX63-DE-DADOS.
               10 EX63-DE-DIVISAO   PIC 9(01).
               10 EX63-DE-CRITERIO  PIC X(01) OCCURS 4 TIMES.
               10 FILLER            PIC X(18).
           05 EX63-DE-SORTEIO-DADOS REDEFINES EX63-DE-DADOS.
               10 EX63-DE-NOME      PIC X(20).
               10 EX63-DE-NUMERO    PIC 9(03).

       01 EX63-ARBITRO-REC.
           05 EX63-AR-CODIGO      PIC X(04).
           05 EX63-AR-NOME        PIC X(20).
           05 EX63-AR-AFILIADO1   PIC X(20).
           05 EX63-AR-AFILIADO2   PIC X(20).
           05 EX63-AR-DISP-INICIO PIC 9(08).
           05 EX63-AR-DISP-FIM    PIC 9(08).
           05 EX63-AR-SITUACAO    PIC X(01).
               88 EX63-AR-ATIVO     VALUE 'A'.
               88 EX63-AR-INATIVO   VALUE 'I'.

       01 EX63-LOCAL-REC.
           05 EX63-LC-CODIGO      PIC X(04).
           05 EX63-LC-NOME        PIC X(20).
           05 EX63-LC-CAPACIDADE  PIC 9(02).
           05 EX63-LC-SITUACAO    PIC X(01).
               88 EX63-LC-ATIVO     VALUE 'A'.
               88 EX63-LC-INATIVO   VALUE 'I'.

       01 EX63-BLOQUEIO-REC.
           05 EX63-BQ-TIPO        PIC X(01).
               88 EX63-BQ-ARBITRO   VALUE 'A'.
               88 EX63-BQ-LOCAL     VALUE 'L'.
           05 EX63-BQ-CODIGO      PIC X(04).
           05 EX63-BQ-DATA        PIC 9(08).

       01 EX63-CALENDARIO-REC.
           05 EX63-CL-RODADA      PIC 9(02).
           05 EX63-CL-DATA        PIC 9(08).

       01 EX63-ESCALA-REC.
           05 EX63-ES-RODADA      PIC 9(02).
           05 EX63-ES-DATA        PIC 9(08).
           05 EX63-ES-NOME1       PIC X(20).
           05 EX63-ES-NOME2       PIC X(20).
           05 EX63-ES-ARBITRO     PIC X(04).
           05 EX63-ES-LOCAL       PIC X(04).

       01 EX63-PREMIO-TAB-REC.
           05 EX63-PT-ORIGEM      PIC X(01).
               88 EX63-PT-EVENTO    VALUE 'E'.
               88 EX63-PT-TEMPORADA VALUE 'T'.
           05 EX63-PT-DIVISAO     PIC 9(01).
           05 EX63-PT-POSICAO     PIC 9(03).
           05 EX63-PT-VALOR       PIC 9(08)V99.

       01 EX63-PARAM-PREMIO-REC.
           05 EX63-PP-ORIGEM      PIC X(01).
               88 EX63-PP-EVENTO    VALUE 'E'.
               88 EX63-PP-TEMPORADA VALUE 'T'.
           05 EX63-PP-COMPETICAO  PIC X(06).
           05 EX63-PP-PRAZO       PIC 9(03).

       01 EX63-PAGAMENTO-REC.
           05 EX63-PG-REFERENCIA  PIC X(06).
           05 EX63-PG-COMPETICAO  PIC X(06).
           05 EX63-PG-ORIGEM      PIC X(01).
           05 EX63-PG-DIVISAO     PIC 9(01).
           05 EX63-PG-POSICAO     PIC 9(03).
           05 EX63-PG-NOME        PIC X(20).
           05 EX63-PG-VALOR       PIC 9(08)V99.
           05 EX63-PG-DATA-PREMIO PIC 9(08).
           05 EX63-PG-SITUACAO    PIC X(01).
               88 EX63-PG-PENDENTE  VALUE 'P'.
               88 EX63-PG-PAGO      VALUE 'G'.
           05 EX63-PG-DATA-PAGTO  PIC 9(08).
           05 EX63-PG-CAIXA       PIC X(03).
