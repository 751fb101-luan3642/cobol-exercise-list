      * Purpose: batch operation-file mode for EX2 - reads a file of
      *          operation-code/operand pairs and produces a single
      *          printed calculation report with subtotals per
      *          operation (WHEN 1 through WHEN 4). After the single
      *          operations the calculation scripts of EX2SCR.DAT,
      *          when present, are run: consecutive steps with the
      *          same script ID form one script, each step names its
      *          result and takes each operand as a literal (L), as
      *          the named result of an earlier step of the same
      *          script (R) or as a named constant of EX2CONST.DAT
      *          (C). A script whose steps all work goes to
      *          EX2LEDG.DAT one record per step with the script ID,
      *          step number, step name and the names it referred
      *          to, the last step flagged F as the final result; if
      *          any step fails (unknown name, invalid operation,
      *          divide by zero, overflow) nothing of that script is
      *          posted, the report shows where it stopped and the
      *          script is logged to SISEXC.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SIS-EXCECAO-FILE ASSIGN TO 'SISEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SISEXC-STATUS.
           SELECT EX2-SCRIPT-FILE ASSIGN TO 'EX2SCR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCRIPT-STATUS.
           SELECT EX2-CONSTANTE-FILE ASSIGN TO 'EX2CONST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSTANTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIS-EXCECAO-FILE.
       01 SIS-EXCECAO-LINHA PIC X(84).

       FD  EX2-SCRIPT-FILE.
       01 EX2-SCRIPT-LINHA PIC X(35).

       FD  EX2-CONSTANTE-FILE.
       01 EX2-CONSTANTE-LINHA PIC X(22).

       WORKING-STORAGE SECTION.
       COPY EX2REC.
       COPY SISCTLREC.
       77 WRK-ABORTAR-RUN    PIC X(01) VALUE 'N'.
           88 WRK-ABORTAR-RUN-OK VALUE 'S'.

       77 WRK-SCRIPT-STATUS    PIC X(02) VALUE '00'.
       77 WRK-CONSTANTE-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-SCRIPT       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SCRIPT-OK VALUE 'S'.
       77 WRK-FIM-CONSTANTE    PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONSTANTE-OK VALUE 'S'.

       01 WRK-TABELA-CONSTANTES.
           05 WRK-TAB-CTE OCCURS 200 TIMES
               INDEXED BY WRK-CTE-IDX.
               10 WRK-TAB-CTE-NOME  PIC X(08).
               10 WRK-TAB-CTE-VALOR PIC S9(10)V9999.
       77 WRK-QTD-CONSTANTES PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-PASSOS.
           05 WRK-TAB-PAS OCCURS 50 TIMES
               INDEXED BY WRK-PAS-IDX.
               10 WRK-TAB-PAS-REC       PIC X(35).
               10 WRK-TAB-PAS-VALOR1    PIC S9(10)V9999.
               10 WRK-TAB-PAS-VALOR2    PIC S9(10)V9999.
               10 WRK-TAB-PAS-RESULTADO PIC S9(10)V9999.
       77 WRK-QTD-PASSOS     PIC 9(03) VALUE ZEROS.
       77 WRK-PASSO          PIC 9(03) VALUE ZEROS.
       77 WRK-PASSO-BUSCA    PIC 9(03) VALUE ZEROS.
       77 WRK-SCRIPT-ATUAL   PIC X(08) VALUE SPACES.
       77 WRK-PASSOS-DEMAIS  PIC X(01) VALUE 'N'.
           88 WRK-PASSOS-DEMAIS-OK VALUE 'S'.
       77 WRK-SCRIPT-FALHOU  PIC X(01) VALUE 'N'.
           88 WRK-SCRIPT-FALHOU-OK VALUE 'S'.
       77 WRK-MOTIVO-SCRIPT  PIC X(30) VALUE SPACES.
       77 WRK-ACHOU          PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-OPERANDO.
           05 WRK-OP-TIPO  PIC X(01).
               88 WRK-OP-LITERAL   VALUE 'L'.
               88 WRK-OP-RESULTADO VALUE 'R'.
               88 WRK-OP-CONSTANTE VALUE 'C'.
           05 WRK-OP-REF   PIC X(08).
           05 WRK-OP-NUM REDEFINES WRK-OP-REF PIC S9(06)V99.
       77 WRK-OP-VALOR     PIC S9(10)V9999 VALUE ZEROS.
       77 WRK-VALOR1       PIC S9(10)V9999 VALUE ZEROS.
       77 WRK-VALOR2       PIC S9(10)V9999 VALUE ZEROS.

       77 WRK-QT-SCRIPTS          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SCRIPTS-ACEITOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SCRIPTS-REJEITADOS PIC 9(05) VALUE ZEROS.

       01 WRK-SUBTOTAIS.
           05 WRK-SUB-SOMA          PIC S9(10)V9999 VALUE ZEROS.
           05 WRK-SUB-SUBTRACAO     PIC S9(10)V9999 VALUE ZEROS.
           05 WRK-LD-NUM2        PIC ---999,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-RESULT      PIC ---------9,9999.
       01 WRK-LINHA-SCRIPT.
           05 FILLER            PIC X(08) VALUE 'SCRIPT: '.
           05 WRK-LSC-SCRIPT     PIC X(08).
       01 WRK-LINHA-PASSO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LPA-PASSO      PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LPA-NOME       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LPA-CODIGO     PIC 9(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LPA-REF1       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LPA-VALOR1     PIC ---------9,9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LPA-REF2       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LPA-VALOR2     PIC ---------9,9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LPA-RESULT     PIC ---------9,9999.
       01 WRK-LINHA-FINAL-SCRIPT.
           05 FILLER            PIC X(19) VALUE
               '  RESULTADO FINAL: '.
           05 WRK-LFS-RESULT     PIC ---------9,9999.
       01 WRK-LINHA-REJEITO-SCRIPT.
           05 FILLER            PIC X(28) VALUE
               '  SCRIPT REJEITADO NO PASSO '.
           05 WRK-LRS-PASSO      PIC ZZ9.
           05 FILLER            PIC X(02) VALUE ': '.
           05 WRK-LRS-MOTIVO     PIC X(30).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.
       01 WRK-LINHA-SUBTOTAL.
           05 WRK-LS-TITULO      PIC X(16).
           05 FILLER            PIC X(04) VALUE 'QTD:'.
       ELSE
           PERFORM 0300-PROCESSAR UNTIL WRK-FIM-OPER-OK
           PERFORM 0400-GRAVAR-SUBTOTAIS
           PERFORM 0150-CARREGAR-CONSTANTES
           PERFORM 0600-PROCESSAR-SCRIPTS
           PERFORM 0950-GRAVAR-CONTROLE
           PERFORM 0900-FECHAR-ARQUIVOS
           IF WRK-QT-INVALIDO = 0 AND WRK-QT-SCRIPTS-REJEITADOS = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-CONSTANTES.
       OPEN INPUT EX2-CONSTANTE-FILE
       IF WRK-CONSTANTE-STATUS = '00'
           PERFORM UNTIL WRK-FIM-CONSTANTE-OK
               READ EX2-CONSTANTE-FILE INTO EX2-CONSTANTE-REC
                   AT END MOVE 'S' TO WRK-FIM-CONSTANTE
                   NOT AT END
                       IF WRK-QTD-CONSTANTES >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONSTANTES
                       MOVE EX2-CT-NOME TO
                           WRK-TAB-CTE-NOME (WRK-QTD-CONSTANTES)
                       MOVE EX2-CT-VALOR TO
                           WRK-TAB-CTE-VALOR (WRK-QTD-CONSTANTES)
               END-READ
           END-PERFORM
           CLOSE EX2-CONSTANTE-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX2-OPERACOES-FILE
       OPEN OUTPUT EX2-RELATORIO-FILE
       MOVE EX2-OP-NUM1 TO EX2-LG-NUM1
       MOVE EX2-OP-NUM2 TO EX2-LG-NUM2
       MOVE WRK-RESULT TO EX2-LG-RESULT
       MOVE SPACES TO EX2-LG-SCRIPT EX2-LG-NOME EX2-LG-SITUACAO
           EX2-LG-REF1 EX2-LG-REF2
       MOVE ZEROS TO EX2-LG-PASSO
       MOVE EX2-LEDGER-REC TO EX2-LEDGER-LINHA
       WRITE EX2-LEDGER-LINHA.

      *    a script is a run of consecutive steps with the same ID
       0600-PROCESSAR-SCRIPTS.
       OPEN INPUT EX2-SCRIPT-FILE
       IF WRK-SCRIPT-STATUS = '00'
           WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
           MOVE 'SCRIPTS DE CALCULO (EX2SCR.DAT)' TO WRK-LINHA-RESUMO
           WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
           PERFORM 0605-LER-SCRIPT
           PERFORM 0610-PROCESSAR-UM-SCRIPT UNTIL WRK-FIM-SCRIPT-OK
           CLOSE EX2-SCRIPT-FILE
           PERFORM 0690-RESUMO-SCRIPTS
       END-IF.

       0605-LER-SCRIPT.
       READ EX2-SCRIPT-FILE
           AT END MOVE 'S' TO WRK-FIM-SCRIPT
       END-READ.

       0610-PROCESSAR-UM-SCRIPT.
       ADD 1 TO WRK-QT-SCRIPTS
       MOVE EX2-SCRIPT-LINHA (1:8) TO WRK-SCRIPT-ATUAL
       MOVE ZEROS TO WRK-QTD-PASSOS
       MOVE 'N' TO WRK-PASSOS-DEMAIS
       PERFORM 0620-GUARDAR-PASSO
           UNTIL WRK-FIM-SCRIPT-OK
              OR EX2-SCRIPT-LINHA (1:8) NOT = WRK-SCRIPT-ATUAL
       MOVE WRK-SCRIPT-ATUAL TO WRK-LSC-SCRIPT
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-SCRIPT
       MOVE 'N' TO WRK-SCRIPT-FALHOU
       MOVE ZEROS TO WRK-PASSO
       IF WRK-PASSOS-DEMAIS-OK
           MOVE 'S' TO WRK-SCRIPT-FALHOU
           MOVE 'SCRIPT COM MAIS DE 50 PASSOS' TO WRK-MOTIVO-SCRIPT
           MOVE 51 TO WRK-PASSO
       ELSE
           PERFORM 0630-EXECUTAR-PASSO
               VARYING WRK-PASSO FROM 1 BY 1
               UNTIL WRK-PASSO > WRK-QTD-PASSOS
                  OR WRK-SCRIPT-FALHOU-OK
       END-IF
       IF WRK-SCRIPT-FALHOU-OK
           PERFORM 0680-REJEITAR-SCRIPT
       ELSE
           PERFORM 0670-GRAVAR-SCRIPT
       END-IF.

       0620-GUARDAR-PASSO.
       IF WRK-QTD-PASSOS >= 50
           MOVE 'S' TO WRK-PASSOS-DEMAIS
       ELSE
           ADD 1 TO WRK-QTD-PASSOS
           MOVE EX2-SCRIPT-LINHA TO WRK-TAB-PAS-REC (WRK-QTD-PASSOS)
       END-IF
       PERFORM 0605-LER-SCRIPT.

       0630-EXECUTAR-PASSO.
       MOVE WRK-TAB-PAS-REC (WRK-PASSO) TO EX2-SCRIPT-REC
       MOVE EX2-SC-OPERANDO1 TO WRK-OPERANDO
       PERFORM 0640-RESOLVER-OPERANDO
       MOVE WRK-OP-VALOR TO WRK-VALOR1
       IF NOT WRK-SCRIPT-FALHOU-OK
           MOVE EX2-SC-OPERANDO2 TO WRK-OPERANDO
           PERFORM 0640-RESOLVER-OPERANDO
           MOVE WRK-OP-VALOR TO WRK-VALOR2
       END-IF
       MOVE ZEROS TO WRK-RESULT
       IF NOT WRK-SCRIPT-FALHOU-OK
           PERFORM 0650-CALCULAR-PASSO
       END-IF
       MOVE WRK-VALOR1 TO WRK-TAB-PAS-VALOR1 (WRK-PASSO)
       MOVE WRK-VALOR2 TO WRK-TAB-PAS-VALOR2 (WRK-PASSO)
       MOVE WRK-RESULT TO WRK-TAB-PAS-RESULTADO (WRK-PASSO)

       MOVE WRK-PASSO TO WRK-LPA-PASSO
       MOVE EX2-SC-NOME TO WRK-LPA-NOME
       MOVE EX2-SC-CODIGO TO WRK-LPA-CODIGO
       MOVE SPACES TO WRK-LPA-REF1
       MOVE SPACES TO WRK-LPA-REF2
       IF NOT EX2-SC-LITERAL1
           MOVE EX2-SC-REF1 TO WRK-LPA-REF1
       END-IF
       IF NOT EX2-SC-LITERAL2
           MOVE EX2-SC-REF2 TO WRK-LPA-REF2
       END-IF
       MOVE WRK-VALOR1 TO WRK-LPA-VALOR1
       MOVE WRK-VALOR2 TO WRK-LPA-VALOR2
       MOVE WRK-RESULT TO WRK-LPA-RESULT
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-PASSO.

      *    literal, earlier result of this script or named constant
       0640-RESOLVER-OPERANDO.
       MOVE ZEROS TO WRK-OP-VALOR
       MOVE 'N' TO WRK-ACHOU
       EVALUATE TRUE
           WHEN WRK-OP-LITERAL
               IF WRK-OP-NUM IS NUMERIC
                   MOVE WRK-OP-NUM TO WRK-OP-VALOR
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           WHEN WRK-OP-RESULTADO
               PERFORM VARYING WRK-PASSO-BUSCA FROM WRK-PASSO BY -1
                       UNTIL WRK-PASSO-BUSCA < 2 OR WRK-ACHOU-OK
                   IF WRK-TAB-PAS-REC (WRK-PASSO-BUSCA - 1) (9:8)
                           = WRK-OP-REF
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-TAB-PAS-RESULTADO (WRK-PASSO-BUSCA - 1)
                           TO WRK-OP-VALOR
                   END-IF
               END-PERFORM
           WHEN WRK-OP-CONSTANTE
               SET WRK-CTE-IDX TO 1
               SEARCH WRK-TAB-CTE
                   AT END
                       CONTINUE
                   WHEN WRK-CTE-IDX > WRK-QTD-CONSTANTES
                       CONTINUE
                   WHEN WRK-TAB-CTE-NOME (WRK-CTE-IDX) = WRK-OP-REF
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-TAB-CTE-VALOR (WRK-CTE-IDX)
                           TO WRK-OP-VALOR
               END-SEARCH
       END-EVALUATE
       IF NOT WRK-ACHOU-OK
           MOVE 'S' TO WRK-SCRIPT-FALHOU
           IF WRK-OP-LITERAL OR WRK-OP-RESULTADO OR WRK-OP-CONSTANTE
               MOVE 'REFERENCIA INEXISTENTE' TO WRK-MOTIVO-SCRIPT
           ELSE
               MOVE 'TIPO DE OPERANDO INVALIDO' TO WRK-MOTIVO-SCRIPT
           END-IF
       END-IF.

       0650-CALCULAR-PASSO.
       EVALUATE EX2-SC-CODIGO
           WHEN 1
               COMPUTE WRK-RESULT = WRK-VALOR1 + WRK-VALOR2
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-SCRIPT-FALHOU
               END-COMPUTE
           WHEN 2
               COMPUTE WRK-RESULT = WRK-VALOR1 - WRK-VALOR2
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-SCRIPT-FALHOU
               END-COMPUTE
           WHEN 3
               IF WRK-VALOR2 = 0
                   MOVE 'S' TO WRK-SCRIPT-FALHOU
                   MOVE 'DIVISAO POR ZERO' TO WRK-MOTIVO-SCRIPT
               ELSE
                   COMPUTE WRK-RESULT ROUNDED =
                       WRK-VALOR1 / WRK-VALOR2
                       ON SIZE ERROR
                           MOVE 'S' TO WRK-SCRIPT-FALHOU
                   END-COMPUTE
               END-IF
           WHEN 4
               COMPUTE WRK-RESULT ROUNDED = WRK-VALOR1 * WRK-VALOR2
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-SCRIPT-FALHOU
               END-COMPUTE
           WHEN OTHER
               MOVE 'S' TO WRK-SCRIPT-FALHOU
               MOVE 'OPERACAO INVALIDA' TO WRK-MOTIVO-SCRIPT
       END-EVALUATE
       IF WRK-SCRIPT-FALHOU-OK AND WRK-MOTIVO-SCRIPT = SPACES
           MOVE 'ESTOURO DE CAPACIDADE' TO WRK-MOTIVO-SCRIPT
           MOVE ZEROS TO WRK-RESULT
       END-IF.

       0670-GRAVAR-SCRIPT.
       ADD 1 TO WRK-QT-SCRIPTS-ACEITOS
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM VARYING WRK-PASSO FROM 1 BY 1
               UNTIL WRK-PASSO > WRK-QTD-PASSOS
           MOVE WRK-TAB-PAS-REC (WRK-PASSO) TO EX2-SCRIPT-REC
           MOVE WRK-DATA-SISTEMA TO EX2-LG-DATA
           MOVE EX2-SC-CODIGO TO EX2-LG-OPERACAO
           MOVE ZEROS TO EX2-LG-NUM1
           MOVE ZEROS TO EX2-LG-NUM2
           MOVE SPACES TO EX2-LG-REF1
           MOVE SPACES TO EX2-LG-REF2
           IF EX2-SC-LITERAL1
               MOVE EX2-SC-NUM1 TO EX2-LG-NUM1
           ELSE
               MOVE EX2-SC-REF1 TO EX2-LG-REF1
           END-IF
           IF EX2-SC-LITERAL2
               MOVE EX2-SC-NUM2 TO EX2-LG-NUM2
           ELSE
               MOVE EX2-SC-REF2 TO EX2-LG-REF2
           END-IF
           MOVE WRK-TAB-PAS-RESULTADO (WRK-PASSO) TO EX2-LG-RESULT
           MOVE WRK-SCRIPT-ATUAL TO EX2-LG-SCRIPT
           MOVE WRK-PASSO TO EX2-LG-PASSO
           MOVE EX2-SC-NOME TO EX2-LG-NOME
           IF WRK-PASSO = WRK-QTD-PASSOS
               MOVE 'F' TO EX2-LG-SITUACAO
           ELSE
               MOVE 'P' TO EX2-LG-SITUACAO
           END-IF
           MOVE EX2-LEDGER-REC TO EX2-LEDGER-LINHA
           WRITE EX2-LEDGER-LINHA
       END-PERFORM
       MOVE WRK-TAB-PAS-RESULTADO (WRK-QTD-PASSOS) TO WRK-LFS-RESULT
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-FINAL-SCRIPT.

      *    nothing of a failed script is posted
       0680-REJEITAR-SCRIPT.
       ADD 1 TO WRK-QT-SCRIPTS-REJEITADOS
       IF NOT WRK-PASSOS-DEMAIS-OK
           SUBTRACT 1 FROM WRK-PASSO
       END-IF
       MOVE WRK-PASSO TO WRK-LRS-PASSO
       MOVE WRK-MOTIVO-SCRIPT TO WRK-LRS-MOTIVO
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-REJEITO-SCRIPT
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA TO SIS-EX-DATA
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-HR-HHMMSS TO SIS-EX-HORA
       MOVE 'EX2-LOTE' TO SIS-EX-PROGRAMA
       MOVE SPACES TO SIS-EX-CAMPO
       STRING 'PASSO ' DELIMITED BY SIZE
           WRK-LRS-PASSO DELIMITED BY SIZE
           INTO SIS-EX-CAMPO
       MOVE WRK-SCRIPT-ATUAL TO SIS-EX-VALOR
       MOVE WRK-MOTIVO-SCRIPT TO SIS-EX-MOTIVO
       MOVE SIS-EXCECAO-REC TO SIS-EXCECAO-LINHA
       WRITE SIS-EXCECAO-LINHA
       MOVE SPACES TO WRK-MOTIVO-SCRIPT.

       0690-RESUMO-SCRIPTS.
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SCRIPTS LIDOS.........: ' DELIMITED BY SIZE
           WRK-QT-SCRIPTS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SCRIPTS GRAVADOS......: ' DELIMITED BY SIZE
           WRK-QT-SCRIPTS-ACEITOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SCRIPTS REJEITADOS....: ' DELIMITED BY SIZE
           WRK-QT-SCRIPTS-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX2-RELATORIO-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX2-OPERACOES-FILE
       CLOSE EX2-LEDGER-FILE
       MOVE SIS-PROCESSADO-REC TO SIS-PROCESSADO-LINHA
       WRITE SIS-PROCESSADO-LINHA
       CLOSE SIS-PROCESSADO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
