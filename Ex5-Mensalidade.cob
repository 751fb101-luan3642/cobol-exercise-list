      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly tuition billing run for the ex5 school -
      *          issues one invoice per matricula of the EX5ALU.DAT
      *          roster for the competencia, priced from the tuition
      *          plan of the student's turma in EX5PLANO.DAT (turma,
      *          monthly value, due day). Students listed in the
      *          scholarship file EX5BOLSA.DAT get the scholarship
      *          discount. EX5MENSPRM.DAT (AAAAMM plus the discount
      *          in percent, NNNVV) names the competencia - the month
      *          of the business date when zero or absent - and the
      *          discount, 50,00 % by default. Invoices are appended
      *          to the receivables file EX5FAT.DAT with the next
      *          free six-digit invoice number, which the teller
      *          quotes in EX2V2-CAPTURA when the payment comes in;
      *          a matricula already invoiced for the competencia is
      *          skipped, so the run can be repeated safely. Students
      *          whose turma has no plan are listed in EX5MENSREL.DAT
      *          and end the run with RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX5-MENSALIDADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX5-ALUNOS-FILE ASSIGN TO 'EX5ALU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT EX5-PLANO-FILE ASSIGN TO 'EX5PLANO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.
           SELECT EX5-BOLSA-FILE ASSIGN TO 'EX5BOLSA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLSA-STATUS.
           SELECT EX5-MENSPRM-FILE ASSIGN TO 'EX5MENSPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAM-STATUS.
           SELECT EX5-FATURA-FILE ASSIGN TO 'EX5FAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATURA-STATUS.
           SELECT EX5-MENS-REL-FILE ASSIGN TO 'EX5MENSREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX5-ALUNOS-FILE.
       01 EX5-ALUNOS-LINHA PIC X(58).

       FD  EX5-PLANO-FILE.
       01 EX5-PLANO-LINHA PIC X(13).

       FD  EX5-BOLSA-FILE.
       01 EX5-BOLSA-LINHA PIC X(38).

       FD  EX5-MENSPRM-FILE.
       01 EX5-MENSPRM-LINHA PIC X(11).

       FD  EX5-FATURA-FILE.
       01 EX5-FATURA-LINHA PIC X(81).

       FD  EX5-MENS-REL-FILE.
       01 EX5-MENS-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX5REC.

       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-PLANO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-BOLSA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-PARAM-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FATURA-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-PARM-MENSALIDADE.
           05 WRK-PM-COMPETENCIA PIC 9(06).
           05 WRK-PM-PCT-BOLSA   PIC 9(03)V99.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).

       01 WRK-VENCIMENTO.
           05 WRK-VC-COMPETENCIA PIC 9(06).
           05 WRK-VC-DIA         PIC 9(02).
       01 WRK-VENCIMENTO-N REDEFINES WRK-VENCIMENTO PIC 9(08).

       01 WRK-TABELA-PLANOS.
           05 WRK-TAB-PLN OCCURS 50 TIMES
               INDEXED BY WRK-PLN-IDX.
               10 WRK-TAB-PLN-TURMA    PIC X(03).
               10 WRK-TAB-PLN-VALOR    PIC 9(06)V99.
               10 WRK-TAB-PLN-DIA-VENC PIC 9(02).
       77 WRK-QTD-PLANOS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-BOLSISTAS.
           05 WRK-TAB-BOL OCCURS 500 TIMES
               INDEXED BY WRK-BOL-IDX.
               10 WRK-TAB-BOL-MATRICULA PIC 9(05).
       77 WRK-QTD-BOLSISTAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-FATURADOS.
           05 WRK-TAB-FAT OCCURS 2000 TIMES
               INDEXED BY WRK-FAT-IDX.
               10 WRK-TAB-FAT-MATRICULA PIC 9(05).
       77 WRK-QTD-FATURADOS PIC 9(04) VALUE ZEROS.

       77 WRK-ULTIMA-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-BOLSISTA PIC X(01) VALUE 'N'.
           88 WRK-BOLSISTA-OK VALUE 'S'.

       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EMITIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-FATURADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-PLANO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COM-BOLSA    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FATURADO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'FATURAMENTO DE MENSALIDADES - EX5-MENSALIDADE'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-COMPETENCIA.
           05 FILLER          PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-LCP-MES     PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-LCP-ANO     PIC 9999.
           05 FILLER          PIC X(18) VALUE '   DESCONTO BOLSA '.
           05 WRK-LCP-PCT     PIC ZZ9,99.
           05 FILLER          PIC X(02) VALUE ' %'.
       01 WRK-LINHA-TITULO.
           05 FILLER PIC X(07) VALUE 'FATURA '.
           05 FILLER PIC X(06) VALUE 'MATR. '.
           05 FILLER PIC X(21) VALUE 'ALUNO'.
           05 FILLER PIC X(04) VALUE 'TUR '.
           05 FILLER PIC X(11) VALUE 'VENCIMENTO '.
           05 FILLER PIC X(11) VALUE '      BRUTO'.
           05 FILLER PIC X(10) VALUE '  DESCONTO'.
           05 FILLER PIC X(10) VALUE '   LIQUIDO'.
       01 WRK-LINHA-FATURA.
           05 WRK-LF-NUMERO     PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LF-MATRICULA  PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LF-NOME       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LF-TURMA      PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LF-VENC-DIA   PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LF-VENC-MES   PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LF-VENC-ANO   PIC 9999.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LF-BRUTO      PIC ZZZ.ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LF-DESCONTO   PIC ZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LF-LIQUIDO    PIC ZZZZZ9,99.
       01 WRK-LINHA-SEM-PLANO.
           05 FILLER            PIC X(07) VALUE '****** '.
           05 WRK-LSP-MATRICULA PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LSP-NOME      PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LSP-TURMA     PIC X(03).
           05 FILLER            PIC X(27) VALUE
               ' TURMA SEM PLANO - NAO FAT.'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0140-CARREGAR-PARAMETROS.
       PERFORM 0150-CARREGAR-PLANOS.
       PERFORM 0160-CARREGAR-BOLSISTAS.
       PERFORM 0170-CARREGAR-FATURAS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-SEM-PLANO > ZEROS
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0140-CARREGAR-PARAMETROS.
       MOVE ZEROS TO WRK-PM-COMPETENCIA
       MOVE 50 TO WRK-PM-PCT-BOLSA
       OPEN INPUT EX5-MENSPRM-FILE
       IF WRK-PARAM-STATUS = '00'
           READ EX5-MENSPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX5-MENSPRM-LINHA IS NUMERIC
                       MOVE EX5-MENSPRM-LINHA TO WRK-PARM-MENSALIDADE
                   END-IF
           END-READ
           CLOSE EX5-MENSPRM-FILE
       END-IF
       IF WRK-PM-COMPETENCIA = ZEROS
           CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
           COMPUTE WRK-PM-COMPETENCIA = WRK-DN-ANO * 100 + WRK-DN-MES
       END-IF.

       0150-CARREGAR-PLANOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-PLANO-FILE
       IF WRK-PLANO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-PLANO-FILE INTO EX5-PLANO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PLANOS >= 50
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PLANOS
                       MOVE EX5-PL-TURMA TO
                           WRK-TAB-PLN-TURMA (WRK-QTD-PLANOS)
                       MOVE EX5-PL-VALOR TO
                           WRK-TAB-PLN-VALOR (WRK-QTD-PLANOS)
                       IF EX5-PL-DIA-VENC < 1 OR EX5-PL-DIA-VENC > 28
                           MOVE 10 TO
                               WRK-TAB-PLN-DIA-VENC (WRK-QTD-PLANOS)
                       ELSE
                           MOVE EX5-PL-DIA-VENC TO
                               WRK-TAB-PLN-DIA-VENC (WRK-QTD-PLANOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-PLANO-FILE
       END-IF.

       0160-CARREGAR-BOLSISTAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-BOLSA-FILE
       IF WRK-BOLSA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-BOLSA-FILE INTO EX5-BOLSA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-BOLSISTAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-BOLSISTAS
                       MOVE EX5-BO-MATRICULA TO
                           WRK-TAB-BOL-MATRICULA (WRK-QTD-BOLSISTAS)
               END-READ
           END-PERFORM
           CLOSE EX5-BOLSA-FILE
       END-IF.

       0170-CARREGAR-FATURAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-FATURA-FILE
       IF WRK-FATURA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX5-FATURA-FILE INTO EX5-FATURA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX5-FT-NUMERO > WRK-ULTIMA-FATURA
                           MOVE EX5-FT-NUMERO TO WRK-ULTIMA-FATURA
                       END-IF
                       IF EX5-FT-COMPETENCIA = WRK-PM-COMPETENCIA
                           PERFORM 0175-REGISTRAR-FATURADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX5-FATURA-FILE
       END-IF.

       0175-REGISTRAR-FATURADO.
       IF WRK-QTD-FATURADOS >= 2000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-FATURADOS
       MOVE EX5-FT-MATRICULA TO
           WRK-TAB-FAT-MATRICULA (WRK-QTD-FATURADOS).

       0200-ABRIR-ARQUIVOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX5-ALUNOS-FILE
       OPEN EXTEND EX5-FATURA-FILE
       IF WRK-FATURA-STATUS = '35'
           OPEN OUTPUT EX5-FATURA-FILE
       END-IF
       OPEN OUTPUT EX5-MENS-REL-FILE
       WRITE EX5-MENS-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-PM-COMPETENCIA TO WRK-VC-COMPETENCIA
       MOVE WRK-VENCIMENTO (1:4) TO WRK-LCP-ANO
       MOVE WRK-VENCIMENTO (5:2) TO WRK-LCP-MES
       MOVE WRK-PM-PCT-BOLSA TO WRK-LCP-PCT
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-COMPETENCIA
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-TITULO
       READ EX5-ALUNOS-FILE INTO EX5-ALUNO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0300-PROCESSAR.
       ADD 1 TO WRK-QT-LIDOS
       MOVE 'N' TO WRK-ACHOU
       SET WRK-FAT-IDX TO 1
       SEARCH WRK-TAB-FAT
           AT END
               CONTINUE
           WHEN WRK-TAB-FAT-MATRICULA (WRK-FAT-IDX) = EX5-AL-MATRICULA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF WRK-ACHOU-OK
           ADD 1 TO WRK-QT-JA-FATURADOS
       ELSE
           PERFORM 0350-FATURAR-ALUNO
       END-IF
       READ EX5-ALUNOS-FILE INTO EX5-ALUNO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0350-FATURAR-ALUNO.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-PLN-IDX TO 1
       SEARCH WRK-TAB-PLN
           AT END
               CONTINUE
           WHEN WRK-TAB-PLN-TURMA (WRK-PLN-IDX) = EX5-AL-TURMA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           ADD 1 TO WRK-QT-SEM-PLANO
           MOVE EX5-AL-MATRICULA TO WRK-LSP-MATRICULA
           MOVE EX5-AL-NOME TO WRK-LSP-NOME
           MOVE EX5-AL-TURMA TO WRK-LSP-TURMA
           WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-SEM-PLANO
       ELSE
           PERFORM 0400-GRAVAR-FATURA
       END-IF.

       0400-GRAVAR-FATURA.
       MOVE 'N' TO WRK-BOLSISTA
       SET WRK-BOL-IDX TO 1
       SEARCH WRK-TAB-BOL
           AT END
               CONTINUE
           WHEN WRK-TAB-BOL-MATRICULA (WRK-BOL-IDX) = EX5-AL-MATRICULA
               MOVE 'S' TO WRK-BOLSISTA
       END-SEARCH

       ADD 1 TO WRK-ULTIMA-FATURA
       MOVE WRK-ULTIMA-FATURA TO EX5-FT-NUMERO
       MOVE EX5-AL-MATRICULA TO EX5-FT-MATRICULA
       MOVE EX5-AL-NOME TO EX5-FT-NOME
       MOVE EX5-AL-TURMA TO EX5-FT-TURMA
       MOVE WRK-PM-COMPETENCIA TO EX5-FT-COMPETENCIA
       MOVE WRK-PM-COMPETENCIA TO WRK-VC-COMPETENCIA
       MOVE WRK-TAB-PLN-DIA-VENC (WRK-PLN-IDX) TO WRK-VC-DIA
       MOVE WRK-VENCIMENTO-N TO EX5-FT-VENCIMENTO
       MOVE WRK-TAB-PLN-VALOR (WRK-PLN-IDX) TO EX5-FT-VALOR-BRUTO
       IF WRK-BOLSISTA-OK
           ADD 1 TO WRK-QT-COM-BOLSA
           COMPUTE EX5-FT-DESCONTO ROUNDED =
               EX5-FT-VALOR-BRUTO * WRK-PM-PCT-BOLSA / 100
       ELSE
           MOVE ZEROS TO EX5-FT-DESCONTO
       END-IF
       COMPUTE EX5-FT-VALOR-LIQ =
           EX5-FT-VALOR-BRUTO - EX5-FT-DESCONTO
       MOVE ZEROS TO EX5-FT-VALOR-PAGO
       MOVE 'A' TO EX5-FT-SITUACAO
       MOVE EX5-FATURA-REC TO EX5-FATURA-LINHA
       WRITE EX5-FATURA-LINHA
       ADD 1 TO WRK-QT-EMITIDAS
       ADD EX5-FT-VALOR-LIQ TO WRK-TOT-FATURADO
       ADD EX5-FT-DESCONTO TO WRK-TOT-DESCONTOS
       PERFORM 0175-REGISTRAR-FATURADO

       MOVE EX5-FT-NUMERO TO WRK-LF-NUMERO
       MOVE EX5-FT-MATRICULA TO WRK-LF-MATRICULA
       MOVE EX5-FT-NOME TO WRK-LF-NOME
       MOVE EX5-FT-TURMA TO WRK-LF-TURMA
       MOVE WRK-VC-DIA TO WRK-LF-VENC-DIA
       MOVE WRK-VENCIMENTO (5:2) TO WRK-LF-VENC-MES
       MOVE WRK-VENCIMENTO (1:4) TO WRK-LF-VENC-ANO
       MOVE EX5-FT-VALOR-BRUTO TO WRK-LF-BRUTO
       MOVE EX5-FT-DESCONTO TO WRK-LF-DESCONTO
       MOVE EX5-FT-VALOR-LIQ TO WRK-LF-LIQUIDO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-FATURA.

       0800-RELATORIO-TOTAIS.
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ALUNOS LIDOS..........: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FATURAS EMITIDAS......: ' DELIMITED BY SIZE
           WRK-QT-EMITIDAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'COM DESCONTO DE BOLSA.: ' DELIMITED BY SIZE
           WRK-QT-COM-BOLSA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'JA FATURADOS ANTES....: ' DELIMITED BY SIZE
           WRK-QT-JA-FATURADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TURMA SEM PLANO.......: ' DELIMITED BY SIZE
           WRK-QT-SEM-PLANO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE WRK-TOT-DESCONTOS TO WRK-TOTAL-ED
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL DE DESCONTOS....: ' DELIMITED BY SIZE
           WRK-TOTAL-ED DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE WRK-TOT-FATURADO TO WRK-TOTAL-ED
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL FATURADO........: ' DELIMITED BY SIZE
           WRK-TOTAL-ED DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX5-MENS-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX5-ALUNOS-FILE
       CLOSE EX5-FATURA-FILE
       CLOSE EX5-MENS-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
