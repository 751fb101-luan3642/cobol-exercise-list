      *          EX2V2BCO.DAT on date and valor, tolerating the bank
      *          posting one day later, and reports three sections:
      *          matched, in-book-not-in-bank and in-bank-not-in-book,
      *          with value totals for each section. Reversed pairs
      *          (an estorno of tipo E and the entry it names by
      *          sequence number) never reach the bank, so they stay
      *          out of the matching and get a fourth section of
      *          their own. Every book entry carries the company of
      *          its caixa, so the book sections are also totaled per
      *          company; the group totals of those sections are only
      *          printed on a consolidated request left by
      *          SIS-CONSOLIDA. The bank statement has no company, so
      *          the bank-only section keeps its single total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-BANCO-FILE.
       01 EX2V2-BANCO-LINHA PIC X(38).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-BANCO-STATUS     PIC X(02) VALUE '00'.
               10 WRK-TAB-LIV-VALOR     PIC S9(08)V99.
               10 WRK-TAB-LIV-HISTORICO PIC X(20).
               10 WRK-TAB-LIV-CASADO    PIC X(01).
               10 WRK-TAB-LIV-TIPO      PIC X(01).
               10 WRK-TAB-LIV-REFERENCIA PIC X(06).
               10 WRK-TAB-LIV-EMPRESA   PIC 9(02).
       77 WRK-QTD-LIVRO PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-BANCO.
       77 WRK-TOT-CASADOS     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SO-LIVRO    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SO-BANCO    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QT-ESTORNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ESTORNOS    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-EST-ORIGINAL    PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA         PIC 9(02) VALUE ZEROS.
       77 WRK-SECAO           PIC X(01) VALUE SPACES.
           88 WRK-SECAO-CASADOS  VALUE 'C'.
           88 WRK-SECAO-SO-LIVRO VALUE 'L'.
           88 WRK-SECAO-ESTORNOS VALUE 'E'.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO       PIC 9(02).
               10 WRK-TAB-EMT-QT-CASADOS   PIC 9(05).
               10 WRK-TAB-EMT-TOT-CASADOS  PIC S9(10)V99.
               10 WRK-TAB-EMT-QT-SO-LIVRO  PIC 9(05).
               10 WRK-TAB-EMT-TOT-SO-LIVRO PIC S9(10)V99.
               10 WRK-TAB-EMT-QT-ESTORNOS  PIC 9(05).
               10 WRK-TAB-EMT-TOT-ESTORNOS PIC S9(10)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-LT-QTD          PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' VALOR: '.
           05 WRK-LT-VALOR        PIC ---------9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER          PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA   PIC 9(02).
       01 WRK-LINHA-TOTAL-TIPO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LTT-ROTULO      PIC X(14).
           05 FILLER            PIC X(06) VALUE 'QTD: '.
           05 WRK-LTT-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' VALOR: '.
           05 WRK-LTT-VALOR       PIC ---------9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER          PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LC-USUARIO   PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-LIVRO.
       PERFORM 0160-CARREGAR-BANCO.
       PERFORM 0170-MARCAR-ESTORNOS.
       PERFORM 0300-CASAR-LANCAMENTOS.
       PERFORM 0400-IMPRIMIR-RELATORIO.
       STOP RUN.
                       MOVE EX2V2-TX-HISTORICO TO
                           WRK-TAB-LIV-HISTORICO (WRK-QTD-LIVRO)
                       MOVE 'N' TO WRK-TAB-LIV-CASADO (WRK-QTD-LIVRO)
                       MOVE EX2V2-TX-TIPO TO
                           WRK-TAB-LIV-TIPO (WRK-QTD-LIVRO)
                       MOVE EX2V2-TX-REFERENCIA TO
                           WRK-TAB-LIV-REFERENCIA (WRK-QTD-LIVRO)
                       PERFORM 0155-EMPRESA-DO-LANCAMENTO
                       MOVE WRK-EMPRESA TO
                           WRK-TAB-LIV-EMPRESA (WRK-QTD-LIVRO)
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF.

      *    entries written before the company code take the company
      *    of their caixa, or the matriz when the caixa has no owner
       0155-EMPRESA-DO-LANCAMENTO.
       IF EX2V2-TX-EMPRESA IS NUMERIC
          AND EX2V2-TX-EMPRESA > ZEROS
           MOVE EX2V2-TX-EMPRESA TO WRK-EMPRESA
       ELSE
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-CAIXA TO TRUE
           MOVE EX2V2-TX-CAIXA TO SIS-EP-CAIXA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           IF SIS-EP-EMPRESA = ZEROS
               MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
           ELSE
               MOVE SIS-EP-EMPRESA TO WRK-EMPRESA
           END-IF
       END-IF.

       0160-CARREGAR-BANCO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-BANCO-FILE
           CLOSE EX2V2-BANCO-FILE
       END-IF.

      *    the position in the book table is the sequence number in
      *    EX2V2TRN.DAT, which an estorno carries as its reference
       0170-MARCAR-ESTORNOS.
       PERFORM VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > WRK-QTD-LIVRO
           IF WRK-TAB-LIV-TIPO (WRK-LIV-IDX) = 'E'
               MOVE 'E' TO WRK-TAB-LIV-CASADO (WRK-LIV-IDX)
               IF WRK-TAB-LIV-REFERENCIA (WRK-LIV-IDX) IS NUMERIC
                   MOVE WRK-TAB-LIV-REFERENCIA (WRK-LIV-IDX)
                       TO WRK-EST-ORIGINAL
                   IF WRK-EST-ORIGINAL > ZEROS
                      AND WRK-EST-ORIGINAL <= WRK-QTD-LIVRO
                       MOVE 'E' TO
                           WRK-TAB-LIV-CASADO (WRK-EST-ORIGINAL)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       0300-CASAR-LANCAMENTOS.
       PERFORM VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > WRK-QTD-LIVRO
           IF WRK-TAB-LIV-CASADO (WRK-LIV-IDX) = 'N'
               PERFORM 0350-CASAR-UM-LANCAMENTO
           END-IF
       END-PERFORM.

       0350-CASAR-UM-LANCAMENTO.

       MOVE 'SECAO 1 - CONCILIADOS' TO WRK-LINHA-SECAO
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-SECAO
       SET WRK-SECAO-CASADOS TO TRUE
       PERFORM VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > WRK-QTD-LIVRO
           IF WRK-TAB-LIV-CASADO (WRK-LIV-IDX) = 'S'
               ADD 1 TO WRK-QT-CASADOS
               ADD WRK-TAB-LIV-VALOR (WRK-LIV-IDX) TO WRK-TOT-CASADOS
               PERFORM 0460-SOMAR-EMPRESA
               PERFORM 0450-GRAVAR-DETALHE-LIVRO
           END-IF
       END-PERFORM
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-BRANCO

       MOVE 'SECAO 2 - NO LIVRO E NAO NO BANCO' TO WRK-LINHA-SECAO
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-SECAO
       SET WRK-SECAO-SO-LIVRO TO TRUE
       PERFORM VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > WRK-QTD-LIVRO
           IF WRK-TAB-LIV-CASADO (WRK-LIV-IDX) = 'N'
               ADD 1 TO WRK-QT-SO-LIVRO
               ADD WRK-TAB-LIV-VALOR (WRK-LIV-IDX) TO WRK-TOT-SO-LIVRO
               PERFORM 0460-SOMAR-EMPRESA
               PERFORM 0450-GRAVAR-DETALHE-LIVRO
           END-IF
       END-PERFORM
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-BRANCO

       MOVE 'SECAO 3 - NO BANCO E NAO NO LIVRO' TO WRK-LINHA-SECAO
       MOVE WRK-QT-SO-BANCO TO WRK-LT-QTD
       MOVE WRK-TOT-SO-BANCO TO WRK-LT-VALOR
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TOTAL-SECAO
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-BRANCO

       MOVE 'SECAO 4 - ESTORNOS (ORIGINAL E ESTORNO)'
           TO WRK-LINHA-SECAO
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-SECAO
       SET WRK-SECAO-ESTORNOS TO TRUE
       PERFORM VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > WRK-QTD-LIVRO
           IF WRK-TAB-LIV-CASADO (WRK-LIV-IDX) = 'E'
               ADD 1 TO WRK-QT-ESTORNOS
               ADD WRK-TAB-LIV-VALOR (WRK-LIV-IDX) TO WRK-TOT-ESTORNOS
               PERFORM 0460-SOMAR-EMPRESA
               PERFORM 0450-GRAVAR-DETALHE-LIVRO
           END-IF
       END-PERFORM

       PERFORM 0410-TOTAIS-EMPRESAS
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX2V2-CONCILIA' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0420-TOTAIS-CONSOLIDADOS
       END-IF

       CLOSE EX2V2-CONCIL-REL-FILE.

       0410-TOTAIS-EMPRESAS.
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
           WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-EMPRESA
           MOVE 'CONCILIADOS' TO WRK-LTT-ROTULO
           MOVE WRK-TAB-EMT-QT-CASADOS (WRK-EMT-IDX) TO WRK-LTT-QTD
           MOVE WRK-TAB-EMT-TOT-CASADOS (WRK-EMT-IDX) TO WRK-LTT-VALOR
           WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TOTAL-TIPO
           MOVE 'SO NO LIVRO' TO WRK-LTT-ROTULO
           MOVE WRK-TAB-EMT-QT-SO-LIVRO (WRK-EMT-IDX) TO WRK-LTT-QTD
           MOVE WRK-TAB-EMT-TOT-SO-LIVRO (WRK-EMT-IDX)
               TO WRK-LTT-VALOR
           WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TOTAL-TIPO
           MOVE 'ESTORNOS' TO WRK-LTT-ROTULO
           MOVE WRK-TAB-EMT-QT-ESTORNOS (WRK-EMT-IDX) TO WRK-LTT-QTD
           MOVE WRK-TAB-EMT-TOT-ESTORNOS (WRK-EMT-IDX)
               TO WRK-LTT-VALOR
           WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TOTAL-TIPO
       END-PERFORM.

       0420-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LC-USUARIO
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'CONCILIADOS' TO WRK-LTT-ROTULO
       MOVE WRK-QT-CASADOS TO WRK-LTT-QTD
       MOVE WRK-TOT-CASADOS TO WRK-LTT-VALOR
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TOTAL-TIPO
       MOVE 'SO NO LIVRO' TO WRK-LTT-ROTULO
       MOVE WRK-QT-SO-LIVRO TO WRK-LTT-QTD
       MOVE WRK-TOT-SO-LIVRO TO WRK-LTT-VALOR
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TOTAL-TIPO
       MOVE 'ESTORNOS' TO WRK-LTT-ROTULO
       MOVE WRK-QT-ESTORNOS TO WRK-LTT-QTD
       MOVE WRK-TOT-ESTORNOS TO WRK-LTT-VALOR
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-TOTAL-TIPO.

       0450-GRAVAR-DETALHE-LIVRO.
       MOVE WRK-TAB-LIV-DATA (WRK-LIV-IDX) TO WRK-LD-DATA
       MOVE WRK-TAB-LIV-HISTORICO (WRK-LIV-IDX) TO WRK-LD-HISTORICO
       MOVE WRK-TAB-LIV-VALOR (WRK-LIV-IDX) TO WRK-LD-VALOR
       WRITE EX2V2-CONCIL-REL-LINHA FROM WRK-LINHA-DETALHE.

       0460-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-TAB-LIV-EMPRESA (WRK-LIV-IDX)
                   TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QT-CASADOS (WRK-EMT-IDX)
                             WRK-TAB-EMT-TOT-CASADOS (WRK-EMT-IDX)
                             WRK-TAB-EMT-QT-SO-LIVRO (WRK-EMT-IDX)
                             WRK-TAB-EMT-TOT-SO-LIVRO (WRK-EMT-IDX)
                             WRK-TAB-EMT-QT-ESTORNOS (WRK-EMT-IDX)
                             WRK-TAB-EMT-TOT-ESTORNOS (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
                   = WRK-TAB-LIV-EMPRESA (WRK-LIV-IDX)
               CONTINUE
       END-SEARCH
       EVALUATE TRUE
           WHEN WRK-SECAO-CASADOS
               ADD 1 TO WRK-TAB-EMT-QT-CASADOS (WRK-EMT-IDX)
               ADD WRK-TAB-LIV-VALOR (WRK-LIV-IDX)
                   TO WRK-TAB-EMT-TOT-CASADOS (WRK-EMT-IDX)
           WHEN WRK-SECAO-SO-LIVRO
               ADD 1 TO WRK-TAB-EMT-QT-SO-LIVRO (WRK-EMT-IDX)
               ADD WRK-TAB-LIV-VALOR (WRK-LIV-IDX)
                   TO WRK-TAB-EMT-TOT-SO-LIVRO (WRK-EMT-IDX)
           WHEN WRK-SECAO-ESTORNOS
               ADD 1 TO WRK-TAB-EMT-QT-ESTORNOS (WRK-EMT-IDX)
               ADD WRK-TAB-LIV-VALOR (WRK-LIV-IDX)
                   TO WRK-TAB-EMT-TOT-ESTORNOS (WRK-EMT-IDX)
       END-EVALUATE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
