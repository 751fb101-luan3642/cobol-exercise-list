      ******************************************************************
      * Author:
      * Date:
      * Purpose: prize payout for the EX63 league - prices each prize
      *          position from the prize table EX63PRMTAB.DAT (per
      *          event, or per season and division, division 0 being
      *          valid for every division) and turns the winners into
      *          pending payouts in EX63PAG.DAT, each under its own
      *          six-digit payout reference. The run parameter
      *          EX63PAGPRM.DAT names the origin (E = the winner and
      *          runner-up lines of EX63PREM.DAT written by
      *          EX63-LEADERBOARD, T = the final positions of
      *          EX63STAND.DAT written by EX63-TEMPORADA), the
      *          competition label and the claim period in days
      *          (default 90). Every winner must be registered in
      *          EX63CAD.DAT; an unregistered name is rejected on the
      *          report and gets no payout. A competition is priced
      *          only once - later runs only settle and report. The
      *          teller pays the prize through EX2V2-CAPTURA as tipo G
      *          with the payout reference, and each run settles the
      *          payouts whose tipo G entries have reached
      *          EX2V2TRN.DAT. The report EX63PAGREL.DAT lists the
      *          prizes priced, the prizes still unclaimed after the
      *          claim period and the reconciliation of prizes awarded
      *          against prizes paid per competition (return code 4
      *          when there are rejects or unclaimed prizes).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX63-PAGAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX63-PARAMETRO-FILE ASSIGN TO 'EX63PAGPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETRO-STATUS.
           SELECT EX63-PREMIO-TAB-FILE ASSIGN TO 'EX63PRMTAB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PREMIO-TAB-STATUS.
           SELECT EX63-CADASTRO-FILE ASSIGN TO 'EX63CAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CADASTRO-STATUS.
           SELECT EX63-PREMIACAO-FILE ASSIGN TO 'EX63PREM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PREM-STATUS.
           SELECT EX63-STANDING-FILE ASSIGN TO 'EX63STAND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STANDING-STATUS.
           SELECT EX63-PAGAMENTO-FILE ASSIGN TO 'EX63PAG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGAMENTO-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRN-STATUS.
           SELECT EX63-PAG-REL-FILE ASSIGN TO 'EX63PAGREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX63-PARAMETRO-FILE.
       01 EX63-PARAMETRO-LINHA PIC X(10).

       FD  EX63-PREMIO-TAB-FILE.
       01 EX63-PREMIO-TAB-LINHA PIC X(15).

       FD  EX63-CADASTRO-FILE.
       01 EX63-CADASTRO-LINHA PIC X(24).

       FD  EX63-PREMIACAO-FILE.
       01 EX63-PREMIACAO-LINHA PIC X(60).

       FD  EX63-STANDING-FILE.
       01 EX63-STANDING-LINHA PIC X(32).

       FD  EX63-PAGAMENTO-FILE.
       01 EX63-PAGAMENTO-LINHA PIC X(67).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX63-PAG-REL-FILE.
       01 EX63-PAG-REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EX63REC.
       COPY EX2V2REC.

       77 WRK-PARAMETRO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PREMIO-TAB-STATUS PIC X(02) VALUE '00'.
       77 WRK-CADASTRO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-PREM-STATUS       PIC X(02) VALUE '00'.
       77 WRK-STANDING-STATUS   PIC X(02) VALUE '00'.
       77 WRK-PAGAMENTO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS        PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-TABELA-CADASTRO.
           05 WRK-TAB-CAD OCCURS 500 TIMES
               INDEXED BY WRK-CAD-IDX.
               10 WRK-TAB-CAD-NOME PIC X(20).
       77 WRK-QTD-CADASTRO PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-CADASTRO PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CADASTRO-OK VALUE 'S'.

      *    division 0 applies to every division
       01 WRK-TABELA-PRECOS.
           05 WRK-TAB-PRC OCCURS 100 TIMES
               INDEXED BY WRK-PRC-IDX.
               10 WRK-TAB-PRC-DIVISAO PIC 9(01).
               10 WRK-TAB-PRC-POSICAO PIC 9(03).
               10 WRK-TAB-PRC-VALOR   PIC 9(08)V99.
       77 WRK-QTD-PRECOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-PAGAMENTOS.
           05 WRK-TAB-PAG OCCURS 2000 TIMES
               INDEXED BY WRK-PAG-IDX.
               10 WRK-TAB-PAG-REGISTRO PIC X(67).
       77 WRK-QTD-PAGAMENTOS PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMA-REFERENCIA PIC 9(06) VALUE ZEROS.

       01 WRK-TABELA-CONCILIACAO.
           05 WRK-TAB-CON OCCURS 200 TIMES
               INDEXED BY WRK-CON-IDX.
               10 WRK-TAB-CON-COMPETICAO PIC X(06).
               10 WRK-TAB-CON-QT-PREMIADO PIC 9(05).
               10 WRK-TAB-CON-VL-PREMIADO PIC 9(10)V99.
               10 WRK-TAB-CON-QT-PAGO     PIC 9(05).
               10 WRK-TAB-CON-VL-PAGO     PIC 9(10)V99.
       77 WRK-QTD-CONCILIACAO PIC 9(03) VALUE ZEROS.

       77 WRK-COMPETICAO-GERADA PIC X(01) VALUE 'N'.
           88 WRK-COMPETICAO-GERADA-OK VALUE 'S'.
       77 WRK-NOME-PREMIADO  PIC X(20) VALUE SPACES.
       77 WRK-POSICAO        PIC 9(03) VALUE ZEROS.
       77 WRK-DIVISAO        PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR-PREMIO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TEM-PRECO PIC X(01) VALUE 'N'.
           88 WRK-TEM-PRECO-OK VALUE 'S'.
       77 WRK-DIAS-NEGOCIO   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-PENDENTE  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ED        PIC ZZZZ9.

       77 WRK-QT-PREMIOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-CADASTRO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXADOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-RECLAMADO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-QT-PREMIADO  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-QT-PAGO      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PREMIADO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PAGO         PIC 9(10)V99 VALUE ZEROS.

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
           'PAGAMENTO DE PREMIOS - EX63-PAGAMENTO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-SECAO PIC X(60).
       01 WRK-LINHA-PREMIO.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-REFERENCIA PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-COMPETICAO PIC X(06).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-DIVISAO PIC 9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-POSICAO PIC ZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-NOME    PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-DIA     PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-LP-MES     PIC 99.
           05 FILLER        PIC X(01) VALUE '/'.
           05 WRK-LP-ANO     PIC 9999.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LP-COMPL   PIC X(30).
       01 WRK-LINHA-CONCILIACAO.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WRK-LC-COMPETICAO PIC X(06).
           05 FILLER        PIC X(12) VALUE '  PREMIADO: '.
           05 WRK-LC-QT-PREMIADO PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LC-VL-PREMIADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(08) VALUE '  PAGO: '.
           05 WRK-LC-QT-PAGO PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LC-VL-PAGO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER        PIC X(11) VALUE '  A PAGAR: '.
           05 WRK-LC-QT-ABERTO PIC ZZZZ9.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WRK-LC-VL-ABERTO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       COMPUTE WRK-DIAS-NEGOCIO =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO)
       PERFORM 0110-LER-PARAMETRO.
       PERFORM 0120-CARREGAR-CADASTRO.
       PERFORM 0130-CARREGAR-PRECOS.
       PERFORM 0140-CARREGAR-PAGAMENTOS.
       PERFORM 0150-BAIXAR-PAGAMENTOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-GERAR-PREMIOS.
       PERFORM 0500-LISTAR-NAO-RECLAMADOS.
       PERFORM 0600-CONCILIAR.
       PERFORM 0700-REGRAVAR-PAGAMENTOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-NAO-CADASTRO = ZEROS AND WRK-QT-NAO-RECLAMADO = ZEROS
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0110-LER-PARAMETRO.
       OPEN INPUT EX63-PARAMETRO-FILE
       IF WRK-PARAMETRO-STATUS NOT = '00'
           DISPLAY 'FALHA AO ABRIR EX63PAGPRM.DAT - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE SPACES TO EX63-PARAM-PREMIO-REC
       READ EX63-PARAMETRO-FILE INTO EX63-PARAM-PREMIO-REC
           AT END CONTINUE
       END-READ
       CLOSE EX63-PARAMETRO-FILE
       IF NOT EX63-PP-EVENTO AND NOT EX63-PP-TEMPORADA
          OR EX63-PP-COMPETICAO = SPACES
           DISPLAY 'PARAMETRO INVALIDO EM EX63PAGPRM.DAT - RUN '
               'ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       IF EX63-PP-PRAZO NOT NUMERIC OR EX63-PP-PRAZO = ZEROS
           MOVE 90 TO EX63-PP-PRAZO
       END-IF.

       0120-CARREGAR-CADASTRO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-CADASTRO-FILE
       IF WRK-CADASTRO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-CADASTRO-FILE INTO EX63-CADASTRO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CADASTRO >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CADASTRO
                       MOVE EX63-CD-NOME TO
                           WRK-TAB-CAD-NOME (WRK-QTD-CADASTRO)
               END-READ
           END-PERFORM
           CLOSE EX63-CADASTRO-FILE
       END-IF.

       0130-CARREGAR-PRECOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-PREMIO-TAB-FILE
       IF WRK-PREMIO-TAB-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-PREMIO-TAB-FILE INTO EX63-PREMIO-TAB-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX63-PT-ORIGEM = EX63-PP-ORIGEM
                          AND EX63-PT-DIVISAO IS NUMERIC
                          AND EX63-PT-POSICAO IS NUMERIC
                          AND EX63-PT-VALOR IS NUMERIC
                           IF WRK-QTD-PRECOS >= 100
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-PRECOS
                           MOVE EX63-PT-DIVISAO TO
                               WRK-TAB-PRC-DIVISAO (WRK-QTD-PRECOS)
                           MOVE EX63-PT-POSICAO TO
                               WRK-TAB-PRC-POSICAO (WRK-QTD-PRECOS)
                           MOVE EX63-PT-VALOR TO
                               WRK-TAB-PRC-VALOR (WRK-QTD-PRECOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX63-PREMIO-TAB-FILE
       END-IF.

       0140-CARREGAR-PAGAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-PAGAMENTO-FILE
       IF WRK-PAGAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX63-PAGAMENTO-FILE INTO EX63-PAGAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PAGAMENTOS >= 2000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PAGAMENTOS
                       MOVE EX63-PAGAMENTO-REC TO
                           WRK-TAB-PAG-REGISTRO (WRK-QTD-PAGAMENTOS)
                       IF EX63-PG-REFERENCIA IS NUMERIC
                          AND EX63-PG-REFERENCIA > WRK-ULTIMA-REFERENCIA
                           MOVE EX63-PG-REFERENCIA TO
                               WRK-ULTIMA-REFERENCIA
                       END-IF
                       IF EX63-PG-COMPETICAO = EX63-PP-COMPETICAO
                           MOVE 'S' TO WRK-COMPETICAO-GERADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX63-PAGAMENTO-FILE
       END-IF.

      *    a prize paid at the caixa is a tipo G entry of
      *    EX2V2-CAPTURA with the payout reference
       0150-BAIXAR-PAGAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-TX-PREMIO
                           PERFORM 0160-BAIXAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF.

       0160-BAIXAR-PAGAMENTO.
       PERFORM VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-QTD-PAGAMENTOS
           MOVE WRK-TAB-PAG-REGISTRO (WRK-PAG-IDX)
               TO EX63-PAGAMENTO-REC
           IF EX63-PG-REFERENCIA = EX2V2-TX-REFERENCIA
              AND EX63-PG-PENDENTE
               MOVE 'G' TO EX63-PG-SITUACAO
               MOVE EX2V2-TX-DATA TO EX63-PG-DATA-PAGTO
               MOVE EX2V2-TX-CAIXA TO EX63-PG-CAIXA
               MOVE EX63-PAGAMENTO-REC TO
                   WRK-TAB-PAG-REGISTRO (WRK-PAG-IDX)
               ADD 1 TO WRK-QT-BAIXADOS
           END-IF
       END-PERFORM.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX63-PAG-REL-FILE
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX63-PAG-REL-LINHA FROM WRK-CABECALHO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-BRANCO.

      *    a competition awards its prizes only once; later runs
      *    only settle payments and reconcile
       0300-GERAR-PREMIOS.
       MOVE SPACES TO WRK-LINHA-SECAO
       STRING 'PREMIOS GERADOS - ' DELIMITED BY SIZE
           EX63-PP-COMPETICAO DELIMITED BY SIZE
           INTO WRK-LINHA-SECAO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-SECAO
       IF WRK-COMPETICAO-GERADA-OK
           MOVE SPACES TO WRK-LINHA-SECAO
           STRING '  PREMIACAO DE ' DELIMITED BY SIZE
               EX63-PP-COMPETICAO DELIMITED BY SIZE
               ' JA GERADA - SOMENTE CONCILIACAO' DELIMITED BY SIZE
               INTO WRK-LINHA-SECAO
           WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-SECAO
       ELSE
           IF EX63-PP-EVENTO
               PERFORM 0310-LER-PREMIACAO-EVENTO
           ELSE
               PERFORM 0330-LER-CLASSIFICACAO
           END-IF
       END-IF
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-BRANCO.

      *    '1o LUGAR: ' and '2o LUGAR: ' lines of EX63-LEADERBOARD
       0310-LER-PREMIACAO-EVENTO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-PREMIACAO-FILE
       IF WRK-PREM-STATUS NOT = '00'
           DISPLAY 'FALHA AO ABRIR EX63PREM.DAT - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX63-PREMIACAO-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EX63-PREMIACAO-LINHA (1:1) IS NUMERIC
                      AND EX63-PREMIACAO-LINHA (2:8) = 'o LUGAR:'
                      AND EX63-PREMIACAO-LINHA (15:20) NOT = SPACES
                       MOVE EX63-PREMIACAO-LINHA (1:1) TO WRK-POSICAO
                       MOVE EX63-PREMIACAO-LINHA (15:20)
                           TO WRK-NOME-PREMIADO
                       MOVE ZEROS TO WRK-DIVISAO
                       PERFORM 0400-REGISTRAR-PREMIO
                           THRU 0400-REGISTRAR-PREMIO-EXIT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EX63-PREMIACAO-FILE.

       0330-LER-CLASSIFICACAO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX63-STANDING-FILE
       IF WRK-STANDING-STATUS NOT = '00'
           DISPLAY 'FALHA AO ABRIR EX63STAND.DAT - RUN ABORTADO'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ EX63-STANDING-FILE INTO EX63-STANDING-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF EX63-ST-POSICAO IS NUMERIC
                      AND EX63-ST-POSICAO > ZEROS
                      AND EX63-ST-DIVISAO IS NUMERIC
                       MOVE EX63-ST-POSICAO TO WRK-POSICAO
                       MOVE EX63-ST-NOME TO WRK-NOME-PREMIADO
                       MOVE EX63-ST-DIVISAO TO WRK-DIVISAO
                       PERFORM 0400-REGISTRAR-PREMIO
                           THRU 0400-REGISTRAR-PREMIO-EXIT
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EX63-STANDING-FILE.

      *    a position with no amount in the table is not awarded; a
      *    winner missing from EX63CAD.DAT is not paid
       0400-REGISTRAR-PREMIO.
       PERFORM 0410-OBTER-PRECO
       IF NOT WRK-TEM-PRECO-OK
           GO TO 0400-REGISTRAR-PREMIO-EXIT
       END-IF
       MOVE SPACES TO EX63-PAGAMENTO-REC
       MOVE EX63-PP-COMPETICAO TO EX63-PG-COMPETICAO
       MOVE EX63-PP-ORIGEM TO EX63-PG-ORIGEM
       MOVE WRK-DIVISAO TO EX63-PG-DIVISAO
       MOVE WRK-POSICAO TO EX63-PG-POSICAO
       MOVE WRK-NOME-PREMIADO TO EX63-PG-NOME
       MOVE WRK-VALOR-PREMIO TO EX63-PG-VALOR
       MOVE WRK-DATA-NEGOCIO TO EX63-PG-DATA-PREMIO
       MOVE ZEROS TO EX63-PG-DATA-PAGTO
       PERFORM 0420-VALIDAR-CADASTRO
       IF NOT WRK-ACHOU-CADASTRO-OK
           ADD 1 TO WRK-QT-NAO-CADASTRO
           PERFORM 0450-MONTAR-LINHA-PREMIO
           MOVE SPACES TO WRK-LP-REFERENCIA
           MOVE 'REJEITADO - NAO CADASTRADO' TO WRK-LP-COMPL
           WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-PREMIO
           GO TO 0400-REGISTRAR-PREMIO-EXIT
       END-IF
       IF WRK-QTD-PAGAMENTOS >= 2000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-ULTIMA-REFERENCIA
       MOVE WRK-ULTIMA-REFERENCIA TO EX63-PG-REFERENCIA
       MOVE 'P' TO EX63-PG-SITUACAO
       ADD 1 TO WRK-QTD-PAGAMENTOS
       MOVE EX63-PAGAMENTO-REC TO
           WRK-TAB-PAG-REGISTRO (WRK-QTD-PAGAMENTOS)
       ADD 1 TO WRK-QT-PREMIOS
       PERFORM 0450-MONTAR-LINHA-PREMIO
       MOVE 'A PAGAR NO CAIXA' TO WRK-LP-COMPL
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-PREMIO.

       0400-REGISTRAR-PREMIO-EXIT.
       EXIT.

      *    the division's own line prevails over division 0
       0410-OBTER-PRECO.
       MOVE 'N' TO WRK-TEM-PRECO
       MOVE ZEROS TO WRK-VALOR-PREMIO
       PERFORM VARYING WRK-PRC-IDX FROM 1 BY 1
               UNTIL WRK-PRC-IDX > WRK-QTD-PRECOS
           IF WRK-TAB-PRC-POSICAO (WRK-PRC-IDX) = WRK-POSICAO
              AND WRK-TAB-PRC-DIVISAO (WRK-PRC-IDX) = WRK-DIVISAO
               MOVE WRK-TAB-PRC-VALOR (WRK-PRC-IDX) TO WRK-VALOR-PREMIO
               MOVE 'S' TO WRK-TEM-PRECO
           END-IF
       END-PERFORM
       IF NOT WRK-TEM-PRECO-OK
           PERFORM VARYING WRK-PRC-IDX FROM 1 BY 1
                   UNTIL WRK-PRC-IDX > WRK-QTD-PRECOS
               IF WRK-TAB-PRC-POSICAO (WRK-PRC-IDX) = WRK-POSICAO
                  AND WRK-TAB-PRC-DIVISAO (WRK-PRC-IDX) = ZEROS
                   MOVE WRK-TAB-PRC-VALOR (WRK-PRC-IDX)
                       TO WRK-VALOR-PREMIO
                   MOVE 'S' TO WRK-TEM-PRECO
               END-IF
           END-PERFORM
       END-IF
       IF WRK-VALOR-PREMIO = ZEROS
           MOVE 'N' TO WRK-TEM-PRECO
       END-IF.

       0420-VALIDAR-CADASTRO.
       MOVE 'N' TO WRK-ACHOU-CADASTRO
       SET WRK-CAD-IDX TO 1
       SEARCH WRK-TAB-CAD
           AT END
               CONTINUE
           WHEN WRK-CAD-IDX > WRK-QTD-CADASTRO
               CONTINUE
           WHEN WRK-TAB-CAD-NOME (WRK-CAD-IDX) = WRK-NOME-PREMIADO
               MOVE 'S' TO WRK-ACHOU-CADASTRO
       END-SEARCH.

       0450-MONTAR-LINHA-PREMIO.
       MOVE EX63-PG-REFERENCIA TO WRK-LP-REFERENCIA
       MOVE EX63-PG-COMPETICAO TO WRK-LP-COMPETICAO
       MOVE EX63-PG-DIVISAO TO WRK-LP-DIVISAO
       MOVE EX63-PG-POSICAO TO WRK-LP-POSICAO
       MOVE EX63-PG-NOME TO WRK-LP-NOME
       MOVE EX63-PG-VALOR TO WRK-LP-VALOR
       MOVE EX63-PG-DATA-PREMIO TO WRK-DATA-EDICAO-NUM
       MOVE WRK-DE-DIA TO WRK-LP-DIA
       MOVE WRK-DE-MES TO WRK-LP-MES
       MOVE WRK-DE-ANO TO WRK-LP-ANO
       MOVE SPACES TO WRK-LP-COMPL.

       0500-LISTAR-NAO-RECLAMADOS.
       MOVE SPACES TO WRK-LINHA-SECAO
       MOVE EX63-PP-PRAZO TO WRK-DIAS-ED
       STRING 'PREMIOS NAO RECLAMADOS HA MAIS DE' DELIMITED BY SIZE
           WRK-DIAS-ED DELIMITED BY SIZE
           ' DIAS' DELIMITED BY SIZE
           INTO WRK-LINHA-SECAO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-SECAO
       PERFORM VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-QTD-PAGAMENTOS
           MOVE WRK-TAB-PAG-REGISTRO (WRK-PAG-IDX)
               TO EX63-PAGAMENTO-REC
           IF EX63-PG-PENDENTE
               COMPUTE WRK-DIAS-PENDENTE = WRK-DIAS-NEGOCIO
                   - FUNCTION INTEGER-OF-DATE (EX63-PG-DATA-PREMIO)
               IF WRK-DIAS-PENDENTE > EX63-PP-PRAZO
                   ADD 1 TO WRK-QT-NAO-RECLAMADO
                   PERFORM 0450-MONTAR-LINHA-PREMIO
                   MOVE SPACES TO WRK-LP-COMPL
                   MOVE WRK-DIAS-PENDENTE TO WRK-DIAS-ED
                   STRING 'PENDENTE HA' DELIMITED BY SIZE
                       WRK-DIAS-ED DELIMITED BY SIZE
                       ' DIAS' DELIMITED BY SIZE
                       INTO WRK-LP-COMPL
                   WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-PREMIO
               END-IF
           END-IF
       END-PERFORM
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-BRANCO.

       0600-CONCILIAR.
       PERFORM VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-QTD-PAGAMENTOS
           MOVE WRK-TAB-PAG-REGISTRO (WRK-PAG-IDX)
               TO EX63-PAGAMENTO-REC
           PERFORM 0610-ACUMULAR-CONCILIACAO
       END-PERFORM
       MOVE 'CONCILIACAO PREMIADO X PAGO' TO WRK-LINHA-SECAO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-SECAO
       PERFORM VARYING WRK-CON-IDX FROM 1 BY 1
               UNTIL WRK-CON-IDX > WRK-QTD-CONCILIACAO
           MOVE WRK-TAB-CON-COMPETICAO (WRK-CON-IDX)
               TO WRK-LC-COMPETICAO
           MOVE WRK-TAB-CON-QT-PREMIADO (WRK-CON-IDX)
               TO WRK-LC-QT-PREMIADO
           MOVE WRK-TAB-CON-VL-PREMIADO (WRK-CON-IDX)
               TO WRK-LC-VL-PREMIADO
           MOVE WRK-TAB-CON-QT-PAGO (WRK-CON-IDX) TO WRK-LC-QT-PAGO
           MOVE WRK-TAB-CON-VL-PAGO (WRK-CON-IDX) TO WRK-LC-VL-PAGO
           COMPUTE WRK-LC-QT-ABERTO =
               WRK-TAB-CON-QT-PREMIADO (WRK-CON-IDX)
               - WRK-TAB-CON-QT-PAGO (WRK-CON-IDX)
           COMPUTE WRK-LC-VL-ABERTO =
               WRK-TAB-CON-VL-PREMIADO (WRK-CON-IDX)
               - WRK-TAB-CON-VL-PAGO (WRK-CON-IDX)
           WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-CONCILIACAO
           ADD WRK-TAB-CON-VL-PREMIADO (WRK-CON-IDX)
               TO WRK-TOT-PREMIADO
           ADD WRK-TAB-CON-VL-PAGO (WRK-CON-IDX) TO WRK-TOT-PAGO
           ADD WRK-TAB-CON-QT-PREMIADO (WRK-CON-IDX)
               TO WRK-TOT-QT-PREMIADO
           ADD WRK-TAB-CON-QT-PAGO (WRK-CON-IDX) TO WRK-TOT-QT-PAGO
       END-PERFORM
       MOVE 'TOTAL ' TO WRK-LC-COMPETICAO
       MOVE WRK-TOT-QT-PREMIADO TO WRK-LC-QT-PREMIADO
       MOVE WRK-TOT-QT-PAGO TO WRK-LC-QT-PAGO
       COMPUTE WRK-LC-QT-ABERTO = WRK-TOT-QT-PREMIADO - WRK-TOT-QT-PAGO
       MOVE WRK-TOT-PREMIADO TO WRK-LC-VL-PREMIADO
       MOVE WRK-TOT-PAGO TO WRK-LC-VL-PAGO
       COMPUTE WRK-LC-VL-ABERTO = WRK-TOT-PREMIADO - WRK-TOT-PAGO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-CONCILIACAO.

       0610-ACUMULAR-CONCILIACAO.
       SET WRK-CON-IDX TO 1
       SEARCH WRK-TAB-CON
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-CON-IDX > WRK-QTD-CONCILIACAO
               ADD 1 TO WRK-QTD-CONCILIACAO
               MOVE EX63-PG-COMPETICAO TO
                   WRK-TAB-CON-COMPETICAO (WRK-CON-IDX)
               MOVE ZEROS TO WRK-TAB-CON-QT-PREMIADO (WRK-CON-IDX)
               MOVE ZEROS TO WRK-TAB-CON-VL-PREMIADO (WRK-CON-IDX)
               MOVE ZEROS TO WRK-TAB-CON-QT-PAGO (WRK-CON-IDX)
               MOVE ZEROS TO WRK-TAB-CON-VL-PAGO (WRK-CON-IDX)
           WHEN WRK-TAB-CON-COMPETICAO (WRK-CON-IDX)
                   = EX63-PG-COMPETICAO
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-CON-QT-PREMIADO (WRK-CON-IDX)
       ADD EX63-PG-VALOR TO WRK-TAB-CON-VL-PREMIADO (WRK-CON-IDX)
       IF EX63-PG-PAGO
           ADD 1 TO WRK-TAB-CON-QT-PAGO (WRK-CON-IDX)
           ADD EX63-PG-VALOR TO WRK-TAB-CON-VL-PAGO (WRK-CON-IDX)
       END-IF.

       0700-REGRAVAR-PAGAMENTOS.
       OPEN OUTPUT EX63-PAGAMENTO-FILE
       PERFORM VARYING WRK-PAG-IDX FROM 1 BY 1
               UNTIL WRK-PAG-IDX > WRK-QTD-PAGAMENTOS
           MOVE WRK-TAB-PAG-REGISTRO (WRK-PAG-IDX)
               TO EX63-PAGAMENTO-LINHA
           WRITE EX63-PAGAMENTO-LINHA
       END-PERFORM
       CLOSE EX63-PAGAMENTO-FILE.

       0800-RELATORIO-TOTAIS.
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PREMIOS GERADOS.......: ' DELIMITED BY SIZE
           WRK-QT-PREMIOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'NAO CADASTRADOS.......: ' DELIMITED BY SIZE
           WRK-QT-NAO-CADASTRO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PAGOS NO CAIXA (BAIXA): ' DELIMITED BY SIZE
           WRK-QT-BAIXADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'NAO RECLAMADOS........: ' DELIMITED BY SIZE
           WRK-QT-NAO-RECLAMADO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX63-PAG-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX63-PAG-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
