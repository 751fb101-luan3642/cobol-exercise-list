      ******************************************************************
      * Author:
      * Date:
      * Purpose: period close of the CTB general ledger - takes the
      *          closing balances of the last closed period from
      *          CTBSAL.DAT, rolls in the postings of CTB-DIARIO
      *          (CTBLCT.DAT) and prints, for the month before the
      *          business date (or the AAAAMM period in CTBBALPRM.DAT),
      *          the trial balance by account of the chart in
      *          CTBCTA.DAT (opening balance, debits, credits, closing
      *          balance) in CTBBALREL.DAT and the ledger by cost
      *          center, with every posting of the period under its
      *          account, in CTBRAZREL.DAT. When debits equal credits
      *          the closing balance of each account and cost center
      *          is appended to CTBSAL.DAT and the period is closed to
      *          further postings; a trial balance that does not
      *          balance leaves the period open with return code 8.
      *          A 'P' after the period in CTBBALPRM.DAT prints a
      *          preview without closing. A period already closed is
      *          refused. Each company of the group (a blank company
      *          is the matriz) is balanced, totalled and closed on
      *          its own: a company whose trial balance does not
      *          balance stays open while the others close, and one
      *          already closed for the period is only listed. The
      *          group totals are printed only on a request made
      *          through SIS-CONSOLIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB-BALANCETE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTB-BALPRM-FILE ASSIGN TO 'CTBBALPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETRO-STATUS.
           SELECT CTB-CONTA-FILE ASSIGN TO 'CTBCTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.
           SELECT CTB-LANCAMENTO-FILE ASSIGN TO 'CTBLCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCAMENTO-STATUS.
           SELECT CTB-SALDO-FILE ASSIGN TO 'CTBSAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.
           SELECT CTB-BALANCETE-REL-FILE ASSIGN TO 'CTBBALREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BALANCETE-STATUS.
           SELECT CTB-RAZAO-REL-FILE ASSIGN TO 'CTBRAZREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RAZAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTB-BALPRM-FILE.
       01 CTB-BALPRM-LINHA.
           05 CTB-BP-PERIODO PIC X(06).
           05 CTB-BP-MODO    PIC X(01).

       FD  CTB-CONTA-FILE.
       01 CTB-CONTA-LINHA PIC X(40).

       FD  CTB-LANCAMENTO-FILE.
       01 CTB-LANCAMENTO-LINHA PIC X(47).

       FD  CTB-SALDO-FILE.
       01 CTB-SALDO-LINHA PIC X(40).

       FD  CTB-BALANCETE-REL-FILE.
       01 CTB-BALANCETE-REL-LINHA PIC X(132).

       FD  CTB-RAZAO-REL-FILE.
       01 CTB-RAZAO-REL-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CTBREC.
       COPY SISEMPREC.

       77 WRK-PARAMETRO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-CONTA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LANCAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SALDO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-BALANCETE-STATUS  PIC X(02) VALUE '00'.
       77 WRK-RAZAO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).
       01 WRK-PERIODO-DEC.
           05 WRK-PR-ANO PIC 9(04).
           05 WRK-PR-MES PIC 9(02).
       01 WRK-PERIODO REDEFINES WRK-PERIODO-DEC PIC 9(06).
       77 WRK-ULTIMO-FECHADO PIC 9(06) VALUE ZEROS.
       77 WRK-MODO PIC X(01) VALUE 'F'.
           88 WRK-MODO-PREVIA VALUE 'P'.
       77 WRK-LC-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA    PIC 9(02) VALUE ZEROS.
       77 WRK-FEC-SUB    PIC 9(03) COMP VALUE ZEROS.

       01 WRK-TABELA-FECHADOS.
           05 WRK-TAB-FEC-PERIODO OCCURS 99 TIMES PIC 9(06).

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-ANTERIOR  PIC S9(12)V99.
               10 WRK-TAB-EMT-DEBITOS   PIC 9(12)V99.
               10 WRK-TAB-EMT-CREDITOS  PIC 9(12)V99.
               10 WRK-TAB-EMT-ATUAL     PIC S9(12)V99.
               10 WRK-TAB-EMT-SITUACAO  PIC X(01).
                   88 WRK-TAB-EMT-BALANCEADA VALUE 'S'.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-CONTAS.
           05 WRK-TAB-CTA OCCURS 300 TIMES
               INDEXED BY WRK-CTA-IDX.
               10 WRK-TAB-CTA-CONTA     PIC X(08).
               10 WRK-TAB-CTA-DESCRICAO PIC X(30).
       77 WRK-QTD-CONTAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-SALDOS.
           05 WRK-TAB-SAL OCCURS 1000 TIMES
               INDEXED BY WRK-SAL-IDX.
               10 WRK-TAB-SAL-CONTA     PIC X(08).
               10 WRK-TAB-SAL-CENTRO    PIC X(10).
               10 WRK-TAB-SAL-EMPRESA   PIC 9(02).
               10 WRK-TAB-SAL-ANTERIOR  PIC S9(12)V99.
               10 WRK-TAB-SAL-DEBITOS   PIC 9(12)V99.
               10 WRK-TAB-SAL-CREDITOS  PIC 9(12)V99.
               10 WRK-TAB-SAL-LISTADA   PIC X(01).
       77 WRK-QTD-SALDOS PIC 9(04) VALUE ZEROS.
       77 WRK-SAL-SUB    PIC 9(04) COMP VALUE ZEROS.

       01 WRK-TABELA-LANCAMENTOS.
           05 WRK-TAB-LCT OCCURS 5000 TIMES
               INDEXED BY WRK-LCT-IDX.
               10 WRK-TAB-LCT-REGISTRO PIC X(47).
       77 WRK-QTD-LANCAMENTOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-CENTROS.
           05 WRK-TAB-CEN OCCURS 200 TIMES
               INDEXED BY WRK-CEN-IDX.
               10 WRK-TAB-CEN-CODIGO PIC X(10).
       77 WRK-QTD-CENTROS PIC 9(03) VALUE ZEROS.

       77 WRK-CONTA      PIC X(08) VALUE SPACES.
       77 WRK-CENTRO     PIC X(10) VALUE SPACES.
       77 WRK-CT-ANTERIOR PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CT-DEBITOS  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CT-CREDITOS PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CT-ATUAL    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CC-DEBITOS  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CC-CREDITOS PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ANTERIOR PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ATUAL    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-QT-CONTAS-FORA PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SALDOS-GRAVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EMPRESAS-ABERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU      PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-BALANCEADO PIC X(01) VALUE 'S'.
           88 WRK-BALANCEADO-OK VALUE 'S'.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO-BALANCETE PIC X(60) VALUE
           'BALANCETE DE VERIFICACAO - CTB-BALANCETE'.
       01 WRK-CABECALHO-RAZAO PIC X(60) VALUE
           'RAZAO POR CENTRO DE CUSTO - CTB-BALANCETE'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-PERIODO.
           05 FILLER      PIC X(21) VALUE 'PERIODO............: '.
           05 WRK-LP-PERIODO PIC 9(06).
       01 WRK-LINHA-TITULOS.
           05 FILLER PIC X(40) VALUE
               ' CONTA     DESCRICAO                    '.
           05 FILLER PIC X(40) VALUE
               '        SALDO ANTERIOR           DEBITOS'.
           05 FILLER PIC X(40) VALUE
               '          CREDITOS       SALDO ATUAL'.
       01 WRK-LINHA-CONTA.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WRK-LC-CONTA          PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LC-DESCRICAO      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WRK-LC-ANTERIOR       PIC -.---.---.--9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LC-DEBITOS        PIC ----.---.--9,99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WRK-LC-CREDITOS       PIC ----.---.--9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LC-ATUAL          PIC -.---.---.--9,99.
       01 WRK-LINHA-EMPRESA.
           05 FILLER              PIC X(09) VALUE 'EMPRESA: '.
           05 WRK-LE-EMPRESA        PIC 9(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WRK-LE-SITUACAO       PIC X(40).
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER              PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO       PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-CENTRO.
           05 FILLER              PIC X(17) VALUE
               'CENTRO DE CUSTO: '.
           05 WRK-LCC-CENTRO        PIC X(14).
       01 WRK-LINHA-LANCAMENTO.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 WRK-LL-DATA           PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LL-LOTE           PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WRK-LL-EVENTO         PIC X(04).
           05 FILLER              PIC X(30) VALUE SPACES.
           05 WRK-LL-DEBITO         PIC ZZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 WRK-LL-CREDITO        PIC ZZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
       01 WRK-LINHA-SITUACAO.
           05 FILLER              PIC X(24) VALUE
               'SITUACAO DO PERIODO...: '.
           05 WRK-LS-SITUACAO       PIC X(40).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0110-DEFINIR-PERIODO.
       PERFORM 0120-VERIFICAR-PERIODO.
       PERFORM 0130-CARREGAR-CONTAS.
       PERFORM 0140-CARREGAR-SALDOS.
       PERFORM 0150-CARREGAR-LANCAMENTOS.
       IF WRK-QTD-EMPRESAS = ZEROS
          AND WRK-PERIODO NOT > WRK-ULTIMO-FECHADO
           DISPLAY 'PERIODO CONTABIL JA FECHADO: ' WRK-PERIODO
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 0200-ABRIR-RELATORIOS.
       PERFORM 0300-BALANCETE.
       PERFORM 0400-RAZAO.
       PERFORM 0500-ENCERRAR-PERIODO.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF NOT WRK-BALANCEADO-OK
           MOVE 8 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0110-DEFINIR-PERIODO.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DN-ANO TO WRK-PR-ANO
       MOVE WRK-DN-MES TO WRK-PR-MES
       IF WRK-PR-MES = 1
           MOVE 12 TO WRK-PR-MES
           SUBTRACT 1 FROM WRK-PR-ANO
       ELSE
           SUBTRACT 1 FROM WRK-PR-MES
       END-IF
       OPEN INPUT CTB-BALPRM-FILE
       IF WRK-PARAMETRO-STATUS = '00'
           READ CTB-BALPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF CTB-BP-PERIODO IS NUMERIC
                       MOVE CTB-BP-PERIODO TO WRK-PERIODO
                   END-IF
                   IF CTB-BP-MODO = 'P'
                       MOVE 'P' TO WRK-MODO
                   END-IF
           END-READ
           CLOSE CTB-BALPRM-FILE
       END-IF.

      *    the last period closed is kept per company; the period is
      *    refused only when no company has anything left open in it
       0120-VERIFICAR-PERIODO.
       MOVE ZEROS TO WRK-TABELA-FECHADOS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-SALDO-FILE
       IF WRK-SALDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-SALDO-FILE INTO CTB-SALDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0125-EMPRESA-DO-SALDO
                       IF CTB-SD-PERIODO >
                          WRK-TAB-FEC-PERIODO (WRK-EMPRESA)
                           MOVE CTB-SD-PERIODO TO
                               WRK-TAB-FEC-PERIODO (WRK-EMPRESA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTB-SALDO-FILE
       END-IF
       PERFORM VARYING WRK-FEC-SUB FROM 1 BY 1
               UNTIL WRK-FEC-SUB > 99
           IF WRK-TAB-FEC-PERIODO (WRK-FEC-SUB) > WRK-ULTIMO-FECHADO
               MOVE WRK-TAB-FEC-PERIODO (WRK-FEC-SUB)
                   TO WRK-ULTIMO-FECHADO
           END-IF
       END-PERFORM.

       0125-EMPRESA-DO-SALDO.
       IF CTB-SD-EMPRESA IS NUMERIC
          AND CTB-SD-EMPRESA > ZEROS
           MOVE CTB-SD-EMPRESA TO WRK-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
       END-IF.

       0130-CARREGAR-CONTAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-CONTA-FILE
       IF WRK-CONTA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-CONTA-FILE INTO CTB-CONTA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CONTAS >= 300
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONTAS
                       MOVE CTB-CT-CONTA TO
                           WRK-TAB-CTA-CONTA (WRK-QTD-CONTAS)
                       MOVE CTB-CT-DESCRICAO TO
                           WRK-TAB-CTA-DESCRICAO (WRK-QTD-CONTAS)
               END-READ
           END-PERFORM
           CLOSE CTB-CONTA-FILE
       END-IF.

       0140-CARREGAR-SALDOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-SALDO-FILE
       IF WRK-SALDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-SALDO-FILE INTO CTB-SALDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0125-EMPRESA-DO-SALDO
                       IF CTB-SD-PERIODO =
                          WRK-TAB-FEC-PERIODO (WRK-EMPRESA)
                          AND CTB-SD-PERIODO < WRK-PERIODO
                          AND CTB-SD-CONTA NOT = SPACES
                           MOVE CTB-SD-CONTA TO WRK-CONTA
                           MOVE CTB-SD-CENTRO TO WRK-CENTRO
                           PERFORM 0160-LOCALIZAR-SALDO
                           ADD CTB-SD-SALDO TO
                               WRK-TAB-SAL-ANTERIOR (WRK-SAL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTB-SALDO-FILE
       END-IF.

      *    entries of earlier periods still open go into the opening
      *    balance; those of the period requested, into the movement
       0150-CARREGAR-LANCAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT CTB-LANCAMENTO-FILE
       IF WRK-LANCAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ CTB-LANCAMENTO-FILE INTO CTB-LANCAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0155-EMPRESA-DO-LANCAMENTO
                       PERFORM 0170-CLASSIFICAR-LANCAMENTO
               END-READ
           END-PERFORM
           CLOSE CTB-LANCAMENTO-FILE
       END-IF.

       0155-EMPRESA-DO-LANCAMENTO.
       IF CTB-LC-EMPRESA IS NUMERIC
          AND CTB-LC-EMPRESA > ZEROS
           MOVE CTB-LC-EMPRESA TO WRK-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
       END-IF.

       0160-LOCALIZAR-SALDO.
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-SAL-IDX > WRK-QTD-SALDOS
               ADD 1 TO WRK-QTD-SALDOS
               MOVE WRK-CONTA TO WRK-TAB-SAL-CONTA (WRK-QTD-SALDOS)
               MOVE WRK-CENTRO TO WRK-TAB-SAL-CENTRO (WRK-QTD-SALDOS)
               MOVE WRK-EMPRESA TO WRK-TAB-SAL-EMPRESA (WRK-QTD-SALDOS)
               MOVE ZEROS TO WRK-TAB-SAL-ANTERIOR (WRK-QTD-SALDOS)
               MOVE ZEROS TO WRK-TAB-SAL-DEBITOS (WRK-QTD-SALDOS)
               MOVE ZEROS TO WRK-TAB-SAL-CREDITOS (WRK-QTD-SALDOS)
               MOVE 'N' TO WRK-TAB-SAL-LISTADA (WRK-QTD-SALDOS)
               PERFORM 0165-LOCALIZAR-EMPRESA
           WHEN WRK-TAB-SAL-CONTA (WRK-SAL-IDX) = WRK-CONTA
              AND WRK-TAB-SAL-CENTRO (WRK-SAL-IDX) = WRK-CENTRO
              AND WRK-TAB-SAL-EMPRESA (WRK-SAL-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

       0165-LOCALIZAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-ANTERIOR (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-ATUAL (WRK-EMT-IDX)
               MOVE 'N' TO WRK-TAB-EMT-SITUACAO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

       0170-CLASSIFICAR-LANCAMENTO.
       MOVE CTB-LC-DATA (1:6) TO WRK-LC-PERIODO
       IF WRK-LC-PERIODO NOT > WRK-TAB-FEC-PERIODO (WRK-EMPRESA)
          OR WRK-LC-PERIODO > WRK-PERIODO
           CONTINUE
       ELSE
           MOVE CTB-LC-CONTA TO WRK-CONTA
           MOVE CTB-LC-CENTRO TO WRK-CENTRO
           PERFORM 0160-LOCALIZAR-SALDO
           IF WRK-LC-PERIODO < WRK-PERIODO
               IF CTB-LC-DEBITO
                   ADD CTB-LC-VALOR TO
                       WRK-TAB-SAL-ANTERIOR (WRK-SAL-IDX)
               ELSE
                   SUBTRACT CTB-LC-VALOR FROM
                       WRK-TAB-SAL-ANTERIOR (WRK-SAL-IDX)
               END-IF
           ELSE
               IF CTB-LC-DEBITO
                   ADD CTB-LC-VALOR TO
                       WRK-TAB-SAL-DEBITOS (WRK-SAL-IDX)
               ELSE
                   ADD CTB-LC-VALOR TO
                       WRK-TAB-SAL-CREDITOS (WRK-SAL-IDX)
               END-IF
               IF WRK-QTD-LANCAMENTOS >= 5000
                   PERFORM 9000-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WRK-QTD-LANCAMENTOS
               MOVE CTB-LANCAMENTO-REC TO
                   WRK-TAB-LCT-REGISTRO (WRK-QTD-LANCAMENTOS)
           END-IF
       END-IF.

       0200-ABRIR-RELATORIOS.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       MOVE WRK-PERIODO TO WRK-LP-PERIODO
       OPEN OUTPUT CTB-BALANCETE-REL-FILE
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-CABECALHO-BALANCETE
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-PERIODO
       OPEN OUTPUT CTB-RAZAO-REL-FILE
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-CABECALHO-RAZAO
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-PERIODO.

       0300-BALANCETE.
       PERFORM VARYING WRK-FEC-SUB FROM 1 BY 1
               UNTIL WRK-FEC-SUB > 99
           IF WRK-TAB-FEC-PERIODO (WRK-FEC-SUB) NOT < WRK-PERIODO
               WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-BRANCO
               MOVE WRK-FEC-SUB TO WRK-LE-EMPRESA
               MOVE 'PERIODO JA ENCERRADO' TO WRK-LE-SITUACAO
               WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-EMPRESA
           END-IF
       END-PERFORM
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           PERFORM 0305-BALANCETE-EMPRESA
       END-PERFORM
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'CTB-BALANCETE' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE CTB-BALANCETE-REL-LINHA
               FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
           WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           MOVE SPACES TO WRK-LC-CONTA
           MOVE 'TOTAIS DO GRUPO' TO WRK-LC-DESCRICAO
           MOVE WRK-TOT-ANTERIOR TO WRK-LC-ANTERIOR
           MOVE WRK-TOT-DEBITOS TO WRK-LC-DEBITOS
           MOVE WRK-TOT-CREDITOS TO WRK-LC-CREDITOS
           MOVE WRK-TOT-ATUAL TO WRK-LC-ATUAL
           WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-CONTA
       END-IF.

       0305-BALANCETE-EMPRESA.
       MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-EMPRESA
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE WRK-EMPRESA TO WRK-LE-EMPRESA
       MOVE SPACES TO WRK-LE-SITUACAO
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-EMPRESA
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-TITULOS
       PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX > WRK-QTD-CONTAS
           MOVE WRK-TAB-CTA-CONTA (WRK-CTA-IDX) TO WRK-CONTA
           MOVE WRK-TAB-CTA-DESCRICAO (WRK-CTA-IDX) TO WRK-LC-DESCRICAO
           PERFORM 0310-SOMAR-CONTA
       END-PERFORM
       PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALDOS
           IF WRK-TAB-SAL-LISTADA (WRK-SAL-IDX) = 'N'
              AND WRK-TAB-SAL-EMPRESA (WRK-SAL-IDX) = WRK-EMPRESA
               ADD 1 TO WRK-QT-CONTAS-FORA
               MOVE WRK-TAB-SAL-CONTA (WRK-SAL-IDX) TO WRK-CONTA
               MOVE '*** CONTA FORA DO PLANO' TO WRK-LC-DESCRICAO
               PERFORM 0310-SOMAR-CONTA
           END-IF
       END-PERFORM
       MOVE SPACES TO WRK-LC-CONTA
       MOVE 'TOTAIS DA EMPRESA' TO WRK-LC-DESCRICAO
       MOVE WRK-TAB-EMT-ANTERIOR (WRK-EMT-IDX) TO WRK-LC-ANTERIOR
       MOVE WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX) TO WRK-LC-DEBITOS
       MOVE WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX) TO WRK-LC-CREDITOS
       MOVE WRK-TAB-EMT-ATUAL (WRK-EMT-IDX) TO WRK-LC-ATUAL
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-CONTA
       IF WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
              = WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
          AND WRK-TAB-EMT-ATUAL (WRK-EMT-IDX) = ZEROS
           MOVE 'S' TO WRK-TAB-EMT-SITUACAO (WRK-EMT-IDX)
       ELSE
           MOVE 'N' TO WRK-BALANCEADO
           ADD 1 TO WRK-QT-EMPRESAS-ABERTAS
       END-IF.

       0310-SOMAR-CONTA.
       MOVE ZEROS TO WRK-CT-ANTERIOR
       MOVE ZEROS TO WRK-CT-DEBITOS
       MOVE ZEROS TO WRK-CT-CREDITOS
       PERFORM VARYING WRK-SAL-SUB FROM 1 BY 1
               UNTIL WRK-SAL-SUB > WRK-QTD-SALDOS
           IF WRK-TAB-SAL-CONTA (WRK-SAL-SUB) = WRK-CONTA
              AND WRK-TAB-SAL-EMPRESA (WRK-SAL-SUB) = WRK-EMPRESA
               MOVE 'S' TO WRK-TAB-SAL-LISTADA (WRK-SAL-SUB)
               ADD WRK-TAB-SAL-ANTERIOR (WRK-SAL-SUB)
                   TO WRK-CT-ANTERIOR
               ADD WRK-TAB-SAL-DEBITOS (WRK-SAL-SUB)
                   TO WRK-CT-DEBITOS
               ADD WRK-TAB-SAL-CREDITOS (WRK-SAL-SUB)
                   TO WRK-CT-CREDITOS
           END-IF
       END-PERFORM
       COMPUTE WRK-CT-ATUAL =
           WRK-CT-ANTERIOR + WRK-CT-DEBITOS - WRK-CT-CREDITOS
       ADD WRK-CT-ANTERIOR TO WRK-TAB-EMT-ANTERIOR (WRK-EMT-IDX)
       ADD WRK-CT-DEBITOS TO WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX)
       ADD WRK-CT-CREDITOS TO WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX)
       ADD WRK-CT-ATUAL TO WRK-TAB-EMT-ATUAL (WRK-EMT-IDX)
       ADD WRK-CT-ANTERIOR TO WRK-TOT-ANTERIOR
       ADD WRK-CT-DEBITOS TO WRK-TOT-DEBITOS
       ADD WRK-CT-CREDITOS TO WRK-TOT-CREDITOS
       ADD WRK-CT-ATUAL TO WRK-TOT-ATUAL
       MOVE WRK-CONTA TO WRK-LC-CONTA
       MOVE WRK-CT-ANTERIOR TO WRK-LC-ANTERIOR
       MOVE WRK-CT-DEBITOS TO WRK-LC-DEBITOS
       MOVE WRK-CT-CREDITOS TO WRK-LC-CREDITOS
       MOVE WRK-CT-ATUAL TO WRK-LC-ATUAL
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-CONTA.

       0400-RAZAO.
       PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALDOS
           SET WRK-CEN-IDX TO 1
           SEARCH WRK-TAB-CEN
               AT END
                   PERFORM 9000-ABORTAR-CAPACIDADE
               WHEN WRK-CEN-IDX > WRK-QTD-CENTROS
                   ADD 1 TO WRK-QTD-CENTROS
                   MOVE WRK-TAB-SAL-CENTRO (WRK-SAL-IDX) TO
                       WRK-TAB-CEN-CODIGO (WRK-QTD-CENTROS)
               WHEN WRK-TAB-CEN-CODIGO (WRK-CEN-IDX)
                       = WRK-TAB-SAL-CENTRO (WRK-SAL-IDX)
                   CONTINUE
           END-SEARCH
       END-PERFORM
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-EMPRESA
           WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE WRK-EMPRESA TO WRK-LE-EMPRESA
           MOVE SPACES TO WRK-LE-SITUACAO
           WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-EMPRESA
           PERFORM VARYING WRK-CEN-IDX FROM 1 BY 1
                   UNTIL WRK-CEN-IDX > WRK-QTD-CENTROS
               PERFORM 0405-CENTRO-DA-EMPRESA
               IF WRK-ACHOU-OK
                   PERFORM 0410-RAZAO-CENTRO
               END-IF
           END-PERFORM
           WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE SPACES TO WRK-LC-CONTA
           MOVE 'TOTAL DA EMPRESA' TO WRK-LC-DESCRICAO
           MOVE WRK-TAB-EMT-ANTERIOR (WRK-EMT-IDX) TO WRK-LC-ANTERIOR
           MOVE WRK-TAB-EMT-DEBITOS (WRK-EMT-IDX) TO WRK-LC-DEBITOS
           MOVE WRK-TAB-EMT-CREDITOS (WRK-EMT-IDX) TO WRK-LC-CREDITOS
           MOVE WRK-TAB-EMT-ATUAL (WRK-EMT-IDX) TO WRK-LC-ATUAL
           WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-CONTA
       END-PERFORM.

       0405-CENTRO-DA-EMPRESA.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-SAL-SUB FROM 1 BY 1
               UNTIL WRK-SAL-SUB > WRK-QTD-SALDOS OR WRK-ACHOU-OK
           IF WRK-TAB-SAL-EMPRESA (WRK-SAL-SUB) = WRK-EMPRESA
              AND WRK-TAB-SAL-CENTRO (WRK-SAL-SUB)
                  = WRK-TAB-CEN-CODIGO (WRK-CEN-IDX)
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM.

       0410-RAZAO-CENTRO.
       MOVE WRK-TAB-CEN-CODIGO (WRK-CEN-IDX) TO WRK-CENTRO
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-BRANCO
       IF WRK-CENTRO = SPACES
           MOVE '(SEM CENTRO)' TO WRK-LCC-CENTRO
       ELSE
           MOVE WRK-CENTRO TO WRK-LCC-CENTRO
       END-IF
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-CENTRO
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-TITULOS
       MOVE ZEROS TO WRK-CC-DEBITOS
       MOVE ZEROS TO WRK-CC-CREDITOS
       PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALDOS
           IF WRK-TAB-SAL-CENTRO (WRK-SAL-IDX) = WRK-CENTRO
              AND WRK-TAB-SAL-EMPRESA (WRK-SAL-IDX) = WRK-EMPRESA
               PERFORM 0420-RAZAO-CONTA
           END-IF
       END-PERFORM
       MOVE SPACES TO WRK-LC-CONTA
       MOVE 'TOTAL DO CENTRO DE CUSTO' TO WRK-LC-DESCRICAO
       MOVE ZEROS TO WRK-LC-ANTERIOR
       MOVE WRK-CC-DEBITOS TO WRK-LC-DEBITOS
       MOVE WRK-CC-CREDITOS TO WRK-LC-CREDITOS
       COMPUTE WRK-LC-ATUAL = WRK-CC-DEBITOS - WRK-CC-CREDITOS
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-CONTA.

       0420-RAZAO-CONTA.
       MOVE WRK-TAB-SAL-CONTA (WRK-SAL-IDX) TO WRK-CONTA
       MOVE WRK-CONTA TO WRK-LC-CONTA
       MOVE '*** CONTA FORA DO PLANO' TO WRK-LC-DESCRICAO
       SET WRK-CTA-IDX TO 1
       SEARCH WRK-TAB-CTA
           AT END
               CONTINUE
           WHEN WRK-CTA-IDX > WRK-QTD-CONTAS
               CONTINUE
           WHEN WRK-TAB-CTA-CONTA (WRK-CTA-IDX) = WRK-CONTA
               MOVE WRK-TAB-CTA-DESCRICAO (WRK-CTA-IDX)
                   TO WRK-LC-DESCRICAO
       END-SEARCH
       COMPUTE WRK-CT-ATUAL = WRK-TAB-SAL-ANTERIOR (WRK-SAL-IDX)
           + WRK-TAB-SAL-DEBITOS (WRK-SAL-IDX)
           - WRK-TAB-SAL-CREDITOS (WRK-SAL-IDX)
       ADD WRK-TAB-SAL-DEBITOS (WRK-SAL-IDX) TO WRK-CC-DEBITOS
       ADD WRK-TAB-SAL-CREDITOS (WRK-SAL-IDX) TO WRK-CC-CREDITOS
       MOVE WRK-TAB-SAL-ANTERIOR (WRK-SAL-IDX) TO WRK-LC-ANTERIOR
       MOVE WRK-TAB-SAL-DEBITOS (WRK-SAL-IDX) TO WRK-LC-DEBITOS
       MOVE WRK-TAB-SAL-CREDITOS (WRK-SAL-IDX) TO WRK-LC-CREDITOS
       MOVE WRK-CT-ATUAL TO WRK-LC-ATUAL
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-CONTA
       PERFORM VARYING WRK-LCT-IDX FROM 1 BY 1
               UNTIL WRK-LCT-IDX > WRK-QTD-LANCAMENTOS
           MOVE WRK-TAB-LCT-REGISTRO (WRK-LCT-IDX)
               TO CTB-LANCAMENTO-REC
           IF CTB-LC-CONTA = WRK-CONTA
              AND CTB-LC-CENTRO = WRK-CENTRO
               PERFORM 0425-CONFERIR-EMPRESA
           END-IF
       END-PERFORM.

       0425-CONFERIR-EMPRESA.
       IF CTB-LC-EMPRESA IS NUMERIC
          AND CTB-LC-EMPRESA > ZEROS
           IF CTB-LC-EMPRESA = WRK-EMPRESA
               PERFORM 0430-RAZAO-LANCAMENTO
           END-IF
       ELSE
           IF SIS-EMPRESA-MATRIZ = WRK-EMPRESA
               PERFORM 0430-RAZAO-LANCAMENTO
           END-IF
       END-IF.

       0430-RAZAO-LANCAMENTO.
       MOVE CTB-LC-DATA TO WRK-LL-DATA
       MOVE CTB-LC-LOTE TO WRK-LL-LOTE
       MOVE CTB-LC-EVENTO TO WRK-LL-EVENTO
       IF CTB-LC-DEBITO
           MOVE CTB-LC-VALOR TO WRK-LL-DEBITO
           MOVE ZEROS TO WRK-LL-CREDITO
       ELSE
           MOVE ZEROS TO WRK-LL-DEBITO
           MOVE CTB-LC-VALOR TO WRK-LL-CREDITO
       END-IF
       WRITE CTB-RAZAO-REL-LINHA FROM WRK-LINHA-LANCAMENTO.

      *    each balanced company closes on its own; a period with no
      *    balance at all writes one blank matriz record so it is
      *    still marked as closed
       0500-ENCERRAR-PERIODO.
       EVALUATE TRUE
           WHEN WRK-MODO-PREVIA
               MOVE 'PREVIA - PERIODO CONTINUA ABERTO'
                   TO WRK-LS-SITUACAO
           WHEN WRK-QTD-EMPRESAS > ZEROS
            AND WRK-QT-EMPRESAS-ABERTAS = WRK-QTD-EMPRESAS
               MOVE 'BALANCETE NAO FECHA - PERIODO ABERTO'
                   TO WRK-LS-SITUACAO
           WHEN OTHER
               OPEN EXTEND CTB-SALDO-FILE
               IF WRK-SALDO-STATUS = '35'
                   OPEN OUTPUT CTB-SALDO-FILE
               END-IF
               MOVE WRK-PERIODO TO CTB-SD-PERIODO
               PERFORM VARYING WRK-SAL-IDX FROM 1 BY 1
                       UNTIL WRK-SAL-IDX > WRK-QTD-SALDOS
                   PERFORM 0510-GRAVAR-SALDO
               END-PERFORM
               IF WRK-QTD-SALDOS = ZEROS
                   MOVE SPACES TO CTB-SD-CONTA
                   MOVE SPACES TO CTB-SD-CENTRO
                   MOVE ZEROS TO CTB-SD-SALDO
                   MOVE SIS-EMPRESA-MATRIZ TO CTB-SD-EMPRESA
                   MOVE CTB-SALDO-REC TO CTB-SALDO-LINHA
                   WRITE CTB-SALDO-LINHA
               END-IF
               CLOSE CTB-SALDO-FILE
               IF WRK-QT-EMPRESAS-ABERTAS = ZEROS
                   MOVE 'PERIODO ENCERRADO' TO WRK-LS-SITUACAO
               ELSE
                   MOVE 'ENCERRADO SO NAS EMPRESAS BALANCEADAS'
                       TO WRK-LS-SITUACAO
               END-IF
       END-EVALUATE
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           IF NOT WRK-TAB-EMT-BALANCEADA (WRK-EMT-IDX)
               DISPLAY 'BALANCETE NAO FECHA - PERIODO NAO ENCERRADO: '
                   WRK-PERIODO ' EMPRESA ' WRK-TAB-EMT-CODIGO
                   (WRK-EMT-IDX)
           END-IF
       END-PERFORM.

       0510-GRAVAR-SALDO.
       MOVE WRK-TAB-SAL-EMPRESA (WRK-SAL-IDX) TO WRK-EMPRESA
       PERFORM 0165-LOCALIZAR-EMPRESA
       IF WRK-TAB-EMT-BALANCEADA (WRK-EMT-IDX)
           MOVE WRK-TAB-SAL-CONTA (WRK-SAL-IDX) TO CTB-SD-CONTA
           MOVE WRK-TAB-SAL-CENTRO (WRK-SAL-IDX) TO CTB-SD-CENTRO
           MOVE WRK-EMPRESA TO CTB-SD-EMPRESA
           COMPUTE CTB-SD-SALDO =
               WRK-TAB-SAL-ANTERIOR (WRK-SAL-IDX)
               + WRK-TAB-SAL-DEBITOS (WRK-SAL-IDX)
               - WRK-TAB-SAL-CREDITOS (WRK-SAL-IDX)
           MOVE CTB-SALDO-REC TO CTB-SALDO-LINHA
           WRITE CTB-SALDO-LINHA
           ADD 1 TO WRK-QT-SALDOS-GRAVADOS
       END-IF.

       0800-RELATORIO-TOTAIS.
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-BRANCO
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
           EVALUATE TRUE
               WHEN NOT WRK-TAB-EMT-BALANCEADA (WRK-EMT-IDX)
                   MOVE 'BALANCETE NAO FECHA - PERIODO ABERTO'
                       TO WRK-LE-SITUACAO
               WHEN WRK-MODO-PREVIA
                   MOVE 'PREVIA - PERIODO CONTINUA ABERTO'
                       TO WRK-LE-SITUACAO
               WHEN OTHER
                   MOVE 'PERIODO ENCERRADO' TO WRK-LE-SITUACAO
           END-EVALUATE
           WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CONTAS FORA DO PLANO..: ' DELIMITED BY SIZE
           WRK-QT-CONTAS-FORA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SALDOS GRAVADOS.......: ' DELIMITED BY SIZE
           WRK-QT-SALDOS-GRAVADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-RESUMO
       WRITE CTB-BALANCETE-REL-LINHA FROM WRK-LINHA-SITUACAO.

       0900-FECHAR-ARQUIVOS.
       CLOSE CTB-BALANCETE-REL-FILE
       CLOSE CTB-RAZAO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
