      ******************************************************************
      * Author:
      * Date:
      * Purpose: tuition receivables for the ex5 school - settles the
      *          invoices of EX5FAT.DAT with the tuition payments the
      *          tellers booked in EX2V2-CAPTURA (tipo M entries of
      *          EX2V2TRN.DAT, reference = invoice number). The paid
      *          amount of every invoice is rebuilt from the whole
      *          transaction file on each run, so running it twice
      *          never counts a payment twice; an invoice whose
      *          payments reach the net value becomes paid (P).
      *          EX5FAT.DAT is rewritten with the result. Payments
      *          whose reference matches no invoice are listed for
      *          the cashier. Then every open invoice due before the
      *          business date goes to the overdue list in
      *          EX5COBREL.DAT, grouped per student with the guardian
      *          name and address from EX5RESP.DAT, days overdue and
      *          balance, ready for the collection letters. RC 4 when
      *          unmatched payments were found.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-COBRANCA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-FATURA-FILE ASSIGN TO 'EX5FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATURA-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRN-STATUS.
           SELECT EX5-RESP-FILE ASSIGN TO 'EX5RESP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESP-STATUS.
           SELECT EX5-COB-REL-FILE ASSIGN TO 'EX5COBREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX5-SORT-FILE ASSIGN TO 'EX5COB.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-FATURA-FILE.
       01 EX5-FATURA-LINHA PIC X(81).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX5-RESP-FILE.
       01 EX5-RESP-LINHA PIC X(91).

       FD  EX5-COB-REL-FILE.
       01 EX5-COB-REL-LINHA PIC X(80).

       SD  EX5-SORT-FILE.
       01 EX5-SORT-REG.
           05 EX5-SR-MATRICULA   PIC 9(05).
           05 EX5-SR-VENCIMENTO  PIC 9(08).
           05 EX5-SR-NUMERO      PIC 9(06).
           05 EX5-SR-NOME        PIC X(20).
           05 EX5-SR-TURMA       PIC X(03).
           05 EX5-SR-COMPETENCIA PIC 9(06).
           05 EX5-SR-SALDO       PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       COPY EX5REC.
       COPY EX2V2REC.

       77 WRK-FATURA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-RESP-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-TABELA-FATURAS.
           05 WRK-TAB-FTR OCCURS 2000 TIMES.
               10 WRK-TAB-FTR-REGISTRO PIC X(81).
       77 WRK-QTD-FATURAS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-PAGOS.
           05 WRK-TAB-PAG OCCURS 2000 TIMES.
               10 WRK-TAB-PAG-NUMERO PIC 9(06).
               10 WRK-TAB-PAG-VALOR  PIC 9(07)V99.

       01 WRK-TABELA-RESPONSAVEIS.
           05 WRK-TAB-RSP OCCURS 500 TIMES
               INDEXED BY WRK-RSP-IDX.
               10 WRK-TAB-RSP-MATRICULA PIC 9(05).
               10 WRK-TAB-RSP-NOME      PIC X(25).
               10 WRK-TAB-RSP-ENDERECO1 PIC X(30).
               10 WRK-TAB-RSP-ENDERECO2 PIC X(30).
       77 WRK-QTD-RESPONSAVEIS PIC 9(03) VALUE ZEROS.

       77 WRK-IND         PIC 9(04) VALUE ZEROS.
       77 WRK-FATURA-POS  PIC 9(04) VALUE ZEROS.
       77 WRK-FATURA-NUM  PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-ATUAL PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ALUNO   PIC 9(07)V99 VALUE ZEROS.

       77 WRK-QT-FATURAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PAGAMENTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-FATURA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-QUITADAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-ATRASO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALUNOS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RECEBIDO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATRASO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-DATA-EDICAO.
           05 WRK-DE-ANO  PIC 9(04).
           05 WRK-DE-MES  PIC 9(02).
           05 WRK-DE-DIA  PIC 9(02).
       01 WRK-DATA-EDICAO-N REDEFINES WRK-DATA-EDICAO PIC 9(08).

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO  PIC 9(04).
           05 WRK-CP-MES  PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).

       01 WRK-CABECALHO PIC X(60) VALUE
           'MENSALIDADES EM ATRASO - EX5-COBRANCA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-POSICAO.
           05 FILLER      PIC X(14) VALUE 'POSICAO EM:   '.
           05 WRK-LPO-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LPO-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LPO-ANO PIC 9999.
       01 WRK-TITULO-SEM-FATURA PIC X(60) VALUE
           'PAGAMENTOS SEM FATURA CORRESPONDENTE'.
       01 WRK-LINHA-SEM-FATURA.
           05 FILLER           PIC X(08) VALUE '  CAIXA '.
           05 WRK-LSF-CAIXA    PIC X(03).
           05 FILLER           PIC X(07) VALUE '  DATA '.
           05 WRK-LSF-DATA     PIC 9(08).
           05 FILLER           PIC X(13) VALUE '  REFERENCIA '.
           05 WRK-LSF-REFERENCIA PIC X(06).
           05 FILLER           PIC X(08) VALUE '  VALOR '.
           05 WRK-LSF-VALOR    PIC ----.--9,99.
       01 WRK-LINHA-ALUNO.
           05 FILLER          PIC X(07) VALUE 'ALUNO: '.
           05 WRK-LA-MATRICULA PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRK-LA-NOME      PIC X(20).
           05 FILLER          PIC X(09) VALUE '  TURMA: '.
           05 WRK-LA-TURMA     PIC X(03).
       01 WRK-LINHA-RESPONSAVEL.
           05 FILLER          PIC X(15) VALUE '  RESPONSAVEL: '.
           05 WRK-LR-TEXTO     PIC X(30).
       01 WRK-LINHA-ENDERECO.
           05 FILLER          PIC X(15) VALUE SPACES.
           05 WRK-LE-TEXTO     PIC X(30).
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(10) VALUE '  FATURA  '.
           05 FILLER PIC X(10) VALUE 'COMPET.   '.
           05 FILLER PIC X(12) VALUE 'VENCIMENTO  '.
           05 FILLER PIC X(12) VALUE 'DIAS ATRASO '.
           05 FILLER PIC X(11) VALUE '      SALDO'.
       01 WRK-LINHA-FATURA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LF-NUMERO     PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LF-COMP-MES   PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LF-COMP-ANO   PIC 9999.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-LF-VENC-DIA   PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LF-VENC-MES   PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LF-VENC-ANO   PIC 9999.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LF-DIAS       PIC ZZZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LF-SALDO      PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL-ALUNO.
           05 FILLER          PIC X(44) VALUE
               '  TOTAL EM ATRASO DO ALUNO'.
           05 WRK-LTA-TOTAL    PIC Z.ZZZ.ZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO.
       PERFORM 0150-CARREGAR-FATURAS.
       PERFORM 0160-CARREGAR-RESPONSAVEIS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-APLICAR-PAGAMENTOS.
       PERFORM 0400-ATUALIZAR-FATURAS.
       SORT EX5-SORT-FILE
           ON ASCENDING KEY EX5-SR-MATRICULA
                            EX5-SR-VENCIMENTO
                            EX5-SR-NUMERO
           INPUT PROCEDURE IS 0500-SELECIONAR-ATRASO
           OUTPUT PROCEDURE IS 0600-LISTAR-ATRASO.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-SEM-FATURA > ZEROS
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-FATURAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-FATURA-FILE
       IF WRK-FATURA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-FATURA-FILE INTO EX5-FATURA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FATURAS >= 2000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FATURAS
                       MOVE EX5-FATURA-REC TO
                           WRK-TAB-FTR-REGISTRO (WRK-QTD-FATURAS)
                       MOVE EX5-FT-NUMERO TO
                           WRK-TAB-PAG-NUMERO (WRK-QTD-FATURAS)
                       MOVE ZEROS TO
                           WRK-TAB-PAG-VALOR (WRK-QTD-FATURAS)
               END-READ
           END-PERFORM
           CLOSE EX5-FATURA-FILE
       END-IF
       MOVE WRK-QTD-FATURAS TO WRK-QT-FATURAS.

       0160-CARREGAR-RESPONSAVEIS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-RESP-FILE
       IF WRK-RESP-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-RESP-FILE INTO EX5-RESPONSAVEL-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-RESPONSAVEIS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-RESPONSAVEIS
                       MOVE EX5-RP-MATRICULA TO
                           WRK-TAB-RSP-MATRICULA (WRK-QTD-RESPONSAVEIS)
                       MOVE EX5-RP-NOME TO
                           WRK-TAB-RSP-NOME (WRK-QTD-RESPONSAVEIS)
                       MOVE EX5-RP-ENDERECO1 TO
                           WRK-TAB-RSP-ENDERECO1 (WRK-QTD-RESPONSAVEIS)
                       MOVE EX5-RP-ENDERECO2 TO
                           WRK-TAB-RSP-ENDERECO2 (WRK-QTD-RESPONSAVEIS)
               END-READ
           END-PERFORM
           CLOSE EX5-RESP-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX5-COB-REL-FILE
       WRITE EX5-COB-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DN-DIA TO WRK-LPO-DIA
       MOVE WRK-DN-MES TO WRK-LPO-MES
       MOVE WRK-DN-ANO TO WRK-LPO-ANO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-POSICAO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-BRANCO.

       0300-APLICAR-PAGAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-TX-MENSALIDADE
                           PERFORM 0350-APLICAR-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF.

       0350-APLICAR-PAGAMENTO.
       ADD 1 TO WRK-QT-PAGAMENTOS
       MOVE ZEROS TO WRK-FATURA-POS
       IF EX2V2-TX-REFERENCIA IS NUMERIC
           MOVE EX2V2-TX-REFERENCIA TO WRK-FATURA-NUM
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-FATURAS
                  OR WRK-FATURA-POS > ZEROS
               IF WRK-TAB-PAG-NUMERO (WRK-IND) = WRK-FATURA-NUM
                   MOVE WRK-IND TO WRK-FATURA-POS
               END-IF
           END-PERFORM
       END-IF
       IF WRK-FATURA-POS > ZEROS
           ADD EX2V2-TX-VALOR TO WRK-TAB-PAG-VALOR (WRK-FATURA-POS)
           ADD EX2V2-TX-VALOR TO WRK-TOT-RECEBIDO
       ELSE
           IF WRK-QT-SEM-FATURA = ZEROS
               WRITE EX5-COB-REL-LINHA FROM WRK-TITULO-SEM-FATURA
           END-IF
           ADD 1 TO WRK-QT-SEM-FATURA
           MOVE EX2V2-TX-CAIXA TO WRK-LSF-CAIXA
           MOVE EX2V2-TX-DATA TO WRK-LSF-DATA
           MOVE EX2V2-TX-REFERENCIA TO WRK-LSF-REFERENCIA
           MOVE EX2V2-TX-VALOR TO WRK-LSF-VALOR
           WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-SEM-FATURA
       END-IF.

       0400-ATUALIZAR-FATURAS.
       IF WRK-QT-SEM-FATURA > ZEROS
           WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-BRANCO
       END-IF
       OPEN OUTPUT EX5-FATURA-FILE
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-FATURAS
           MOVE WRK-TAB-FTR-REGISTRO (WRK-IND) TO EX5-FATURA-REC
           MOVE WRK-TAB-PAG-VALOR (WRK-IND) TO EX5-FT-VALOR-PAGO
           IF EX5-FT-VALOR-PAGO >= EX5-FT-VALOR-LIQ
               MOVE 'P' TO EX5-FT-SITUACAO
               ADD 1 TO WRK-QT-QUITADAS
           ELSE
               MOVE 'A' TO EX5-FT-SITUACAO
           END-IF
           MOVE EX5-FATURA-REC TO WRK-TAB-FTR-REGISTRO (WRK-IND)
           MOVE EX5-FATURA-REC TO EX5-FATURA-LINHA
           WRITE EX5-FATURA-LINHA
       END-PERFORM
       CLOSE EX5-FATURA-FILE.

       0500-SELECIONAR-ATRASO.
       PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-FATURAS
           MOVE WRK-TAB-FTR-REGISTRO (WRK-IND) TO EX5-FATURA-REC
           IF EX5-FT-ABERTA
              AND EX5-FT-VENCIMENTO < WRK-DATA-NEGOCIO-N
               MOVE EX5-FT-MATRICULA TO EX5-SR-MATRICULA
               MOVE EX5-FT-VENCIMENTO TO EX5-SR-VENCIMENTO
               MOVE EX5-FT-NUMERO TO EX5-SR-NUMERO
               MOVE EX5-FT-NOME TO EX5-SR-NOME
               MOVE EX5-FT-TURMA TO EX5-SR-TURMA
               MOVE EX5-FT-COMPETENCIA TO EX5-SR-COMPETENCIA
               COMPUTE EX5-SR-SALDO =
                   EX5-FT-VALOR-LIQ - EX5-FT-VALOR-PAGO
               RELEASE EX5-SORT-REG
           END-IF
       END-PERFORM.

       0600-LISTAR-ATRASO.
       MOVE 'N' TO WRK-FIM-SORT
       PERFORM 0650-LER-ORDENADO
       PERFORM UNTIL WRK-FIM-SORT-OK
           IF EX5-SR-MATRICULA NOT = WRK-MATRICULA-ATUAL
               IF WRK-QT-ALUNOS-ATRASO > ZEROS
                   PERFORM 0700-FECHAR-ALUNO
               END-IF
               PERFORM 0670-INICIAR-ALUNO
           END-IF
           ADD 1 TO WRK-QT-EM-ATRASO
           ADD EX5-SR-SALDO TO WRK-TOT-ALUNO
           ADD EX5-SR-SALDO TO WRK-TOT-ATRASO
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO-N)
               - FUNCTION INTEGER-OF-DATE (EX5-SR-VENCIMENTO)
           MOVE EX5-SR-NUMERO TO WRK-LF-NUMERO
           MOVE EX5-SR-COMPETENCIA TO WRK-COMPETENCIA-N
           MOVE WRK-CP-ANO TO WRK-LF-COMP-ANO
           MOVE WRK-CP-MES TO WRK-LF-COMP-MES
           MOVE EX5-SR-VENCIMENTO TO WRK-DATA-EDICAO-N
           MOVE WRK-DE-DIA TO WRK-LF-VENC-DIA
           MOVE WRK-DE-MES TO WRK-LF-VENC-MES
           MOVE WRK-DE-ANO TO WRK-LF-VENC-ANO
           MOVE WRK-DIAS-ATRASO TO WRK-LF-DIAS
           MOVE EX5-SR-SALDO TO WRK-LF-SALDO
           WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-FATURA
           PERFORM 0650-LER-ORDENADO
       END-PERFORM
       IF WRK-QT-ALUNOS-ATRASO > ZEROS
           PERFORM 0700-FECHAR-ALUNO
       END-IF.

       0650-LER-ORDENADO.
       RETURN EX5-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0670-INICIAR-ALUNO.
       ADD 1 TO WRK-QT-ALUNOS-ATRASO
       MOVE EX5-SR-MATRICULA TO WRK-MATRICULA-ATUAL
       MOVE ZEROS TO WRK-TOT-ALUNO
       MOVE EX5-SR-MATRICULA TO WRK-LA-MATRICULA
       MOVE EX5-SR-NOME TO WRK-LA-NOME
       MOVE EX5-SR-TURMA TO WRK-LA-TURMA
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-ALUNO
       SET WRK-RSP-IDX TO 1
       SEARCH WRK-TAB-RSP
           AT END
               MOVE 'NAO CADASTRADO EM EX5RESP' TO WRK-LR-TEXTO
               WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESPONSAVEL
           WHEN WRK-TAB-RSP-MATRICULA (WRK-RSP-IDX) = EX5-SR-MATRICULA
               MOVE WRK-TAB-RSP-NOME (WRK-RSP-IDX) TO WRK-LR-TEXTO
               WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESPONSAVEL
               MOVE WRK-TAB-RSP-ENDERECO1 (WRK-RSP-IDX) TO WRK-LE-TEXTO
               WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-ENDERECO
               MOVE WRK-TAB-RSP-ENDERECO2 (WRK-RSP-IDX) TO WRK-LE-TEXTO
               WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-ENDERECO
       END-SEARCH
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-TITULO.

       0700-FECHAR-ALUNO.
       MOVE WRK-TOT-ALUNO TO WRK-LTA-TOTAL
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-TOTAL-ALUNO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-BRANCO.

       0800-RELATORIO-TOTAIS.
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FATURAS NO ARQUIVO....: ' DELIMITED BY SIZE
           WRK-QT-FATURAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FATURAS QUITADAS......: ' DELIMITED BY SIZE
           WRK-QT-QUITADAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PAGAMENTOS NO CAIXA...: ' DELIMITED BY SIZE
           WRK-QT-PAGAMENTOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PAGAMENTOS SEM FATURA.: ' DELIMITED BY SIZE
           WRK-QT-SEM-FATURA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FATURAS EM ATRASO.....: ' DELIMITED BY SIZE
           WRK-QT-EM-ATRASO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ALUNOS EM ATRASO......: ' DELIMITED BY SIZE
           WRK-QT-ALUNOS-ATRASO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE WRK-TOT-RECEBIDO TO WRK-TOTAL-ED
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL RECEBIDO........: ' DELIMITED BY SIZE
           WRK-TOTAL-ED DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE WRK-TOT-ATRASO TO WRK-TOTAL-ED
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL EM ATRASO.......: ' DELIMITED BY SIZE
           WRK-TOTAL-ED DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-COB-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX5-COB-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
