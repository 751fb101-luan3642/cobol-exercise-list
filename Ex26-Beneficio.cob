      ******************************************************************
      * Author:
      * Date:
      * Purpose: meal and transport voucher run for EX26 - counts, for
      *          the competencia in EX26BENPRM.DAT (AAAAMM, defaults
      *          the business-date month), the days each employee
      *          actually worked: dates with both an entrada and a
      *          saida punch in EX26PONTO.DAT, leaving out EX26FER.DAT
      *          holidays and any EX26AFA.DAT leave period. The
      *          elections in EX26BENOPC.DAT (daily transport fare,
      *          daily meal value) price the days into the supplier
      *          orders EX26PEDVT.DAT (vale-transporte) and
      *          EX26PEDVR.DAT (vale-refeicao). The employee's
      *          transport co-payment, 6 percent of the latest
      *          EX26-SA-VLR-NORMAL in EX26SALHIS.DAT and never more
      *          than the fares ordered, is written to the payroll
      *          entry file EX26LANC.DAT as a deduction that
      *          EX26-LIQUIDO takes into net pay; a rerun replaces the
      *          entries it wrote before for the same competencia.
      *          The register EX26BENREL.DAT lists each employee and
      *          the totals by company (the company of the latest
      *          salary history, or the one whose matricula range
      *          holds the employee); the group totals are printed
      *          only when requested through SIS-CONSOLIDA. An
      *          election with no salary history ends the run with
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-BENEFICIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-BENPRM-FILE ASSIGN TO 'EX26BENPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BENPRM-STATUS.
           SELECT EX26-PONTO-FILE ASSIGN TO 'EX26PONTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT EX26-FERIADO-FILE ASSIGN TO 'EX26FER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTAMENTO-STATUS.
           SELECT EX26-SALARIO-HIS-FILE ASSIGN TO 'EX26SALHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIS-STATUS.
           SELECT EX26-OPCAO-FILE ASSIGN TO 'EX26BENOPC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPCAO-STATUS.
           SELECT EX26-LANCAMENTO-FILE ASSIGN TO 'EX26LANC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCAMENTO-STATUS.
           SELECT EX26-PEDIDO-VT-FILE ASSIGN TO 'EX26PEDVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-VT-STATUS.
           SELECT EX26-PEDIDO-VR-FILE ASSIGN TO 'EX26PEDVR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-VR-STATUS.
           SELECT EX26-BENEF-REL-FILE ASSIGN TO 'EX26BENREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-BENPRM-FILE.
       01 EX26-BENPRM-LINHA PIC X(06).

       FD  EX26-PONTO-FILE.
       01 EX26-PONTO-LINHA PIC X(18).

       FD  EX26-FERIADO-FILE.
       01 EX26-FERIADO-LINHA PIC X(28).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  EX26-OPCAO-FILE.
       01 EX26-OPCAO-LINHA PIC X(17).

       FD  EX26-LANCAMENTO-FILE.
       01 EX26-LANCAMENTO-LINHA PIC X(50).

       FD  EX26-PEDIDO-VT-FILE.
       01 EX26-PEDIDO-VT-LINHA PIC X(29).

       FD  EX26-PEDIDO-VR-FILE.
       01 EX26-PEDIDO-VR-LINHA PIC X(29).

       FD  EX26-BENEF-REL-FILE.
       01 EX26-BENEF-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY SISEMPREC.

       77 WRK-BENPRM-STATUS      PIC X(02) VALUE '00'.
       77 WRK-PONTO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-FERIADO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SALHIS-STATUS      PIC X(02) VALUE '00'.
       77 WRK-OPCAO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-LANCAMENTO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PEDIDO-VT-STATUS   PIC X(02) VALUE '00'.
       77 WRK-PEDIDO-VR-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-TABELA-FERIADOS.
           05 WRK-TAB-FER OCCURS 100 TIMES
               INDEXED BY WRK-FER-IDX.
               10 WRK-TAB-FER-DATA       PIC 9(08).
       77 WRK-QTD-FERIADOS PIC 9(03) VALUE ZEROS.
       77 WRK-EH-FERIADO   PIC X(01) VALUE 'N'.
           88 WRK-EH-FERIADO-OK VALUE 'S'.

       01 WRK-TABELA-AFASTAMENTOS.
           05 WRK-TAB-AFA OCCURS 200 TIMES
               INDEXED BY WRK-AFA-IDX.
               10 WRK-TAB-AFA-MATRICULA PIC 9(05).
               10 WRK-TAB-AFA-INICIO    PIC 9(08).
               10 WRK-TAB-AFA-FIM       PIC 9(08).
       77 WRK-QTD-AFASTAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-EM-AFASTAMENTO   PIC X(01) VALUE 'N'.
           88 WRK-EM-AFASTAMENTO-OK VALUE 'S'.

       01 WRK-TABELA-PONTOS.
           05 WRK-TAB-PTO OCCURS 5000 TIMES
               INDEXED BY WRK-PTO-IDX.
               10 WRK-TAB-PTO-MATRICULA PIC 9(05).
               10 WRK-TAB-PTO-DATA      PIC 9(08).
               10 WRK-TAB-PTO-ENTRADA   PIC X(01).
               10 WRK-TAB-PTO-SAIDA     PIC X(01).
       77 WRK-QTD-PONTOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-SALARIOS.
           05 WRK-TAB-SAL OCCURS 1000 TIMES
               INDEXED BY WRK-SAL-IDX.
               10 WRK-TAB-SAL-MATRICULA   PIC 9(05).
               10 WRK-TAB-SAL-COMPETENCIA PIC 9(06).
               10 WRK-TAB-SAL-NORMAL      PIC 9(07)V99.
               10 WRK-TAB-SAL-EMPRESA     PIC 9(02).
       77 WRK-QTD-SALARIOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-QTD       PIC 9(05).
               10 WRK-TAB-EMT-VT        PIC 9(09)V99.
               10 WRK-TAB-EMT-VR        PIC 9(09)V99.
               10 WRK-TAB-EMT-COPART    PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-LANCAMENTOS.
           05 WRK-TAB-LAN OCCURS 5000 TIMES
               INDEXED BY WRK-LAN-IDX
                                 PIC X(50).
       77 WRK-QTD-LANCAMENTOS PIC 9(04) VALUE ZEROS.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-DATA-PONTO.
           05 WRK-DP-COMPETENCIA PIC 9(06).
           05 WRK-DP-DIA         PIC 9(02).

       77 WRK-PERC-COPARTICIPACAO PIC 9(02)V99 VALUE 6,00.
       77 WRK-DATA-TESTE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS          PIC 9(02) VALUE ZEROS.
       77 WRK-VLR-VT        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-VR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-COPART    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALARIO-BASE  PIC 9(07)V99 VALUE ZEROS.

       77 WRK-QT-EMPREGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-BASE   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VT        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-COPART    PIC 9(09)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'VALE-TRANSPORTE E VALE-REFEICAO - EX26-BENEFICIO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-COMPETENCIA.
           05 FILLER            PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-LY-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LY-ANO         PIC 9999.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LD-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(07) VALUE ' DIAS: '.
           05 WRK-LD-DIAS        PIC Z9.
           05 FILLER            PIC X(05) VALUE ' VT: '.
           05 WRK-LD-VT          PIC ZZZZZZ9,99.
           05 FILLER            PIC X(05) VALUE ' VR: '.
           05 WRK-LD-VR          PIC ZZZZZZ9,99.
           05 FILLER            PIC X(10) VALUE ' DESC.6%: '.
           05 WRK-LD-COPART      PIC ZZZZZZ9,99.
       01 WRK-LINHA-OCORRENCIA.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LC-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-MENSAGEM    PIC X(50).
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(07) VALUE ' EMPR: '.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(05) VALUE ' VT: '.
           05 WRK-LM-VT          PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(05) VALUE ' VR: '.
           05 WRK-LM-VR          PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(08) VALUE ' DESC.: '.
           05 WRK-LM-COPART      PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO    PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-COMPETENCIA.
       PERFORM 0150-CARREGAR-FERIADOS.
       PERFORM 0155-CARREGAR-AFASTAMENTOS.
       PERFORM 0170-CARREGAR-PONTOS.
       PERFORM 0185-CARREGAR-SALARIOS.
       PERFORM 0195-CARREGAR-LANCAMENTOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       PERFORM 0950-GRAVAR-LANCAMENTOS.
       IF WRK-QT-SEM-BASE = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-OBTER-COMPETENCIA.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DN-ANO TO WRK-CP-ANO
       MOVE WRK-DN-MES TO WRK-CP-MES
       OPEN INPUT EX26-BENPRM-FILE
       IF WRK-BENPRM-STATUS = '00'
           READ EX26-BENPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX26-BENPRM-LINHA IS NUMERIC
                       MOVE EX26-BENPRM-LINHA TO WRK-COMPETENCIA-N
                   END-IF
           END-READ
           CLOSE EX26-BENPRM-FILE
       END-IF.

       0150-CARREGAR-FERIADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-FERIADO-FILE
       IF WRK-FERIADO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-FERIADO-FILE INTO EX26-FERIADO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FERIADOS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE EX26-FR-DATA TO
                           WRK-TAB-FER-DATA (WRK-QTD-FERIADOS)
               END-READ
           END-PERFORM
           CLOSE EX26-FERIADO-FILE
       END-IF.

       0155-CARREGAR-AFASTAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-AFASTAMENTO-FILE
       IF WRK-AFASTAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-AFASTAMENTO-FILE INTO EX26-AFASTAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-AFASTAMENTOS >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-AFASTAMENTOS
                       MOVE EX26-AF-MATRICULA TO
                           WRK-TAB-AFA-MATRICULA (WRK-QTD-AFASTAMENTOS)
                       MOVE EX26-AF-DATA-INICIO TO
                           WRK-TAB-AFA-INICIO (WRK-QTD-AFASTAMENTOS)
                       MOVE EX26-AF-DATA-FIM TO
                           WRK-TAB-AFA-FIM (WRK-QTD-AFASTAMENTOS)
               END-READ
           END-PERFORM
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF.

       0170-CARREGAR-PONTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-PONTO-FILE
       IF WRK-PONTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-PONTO-FILE INTO EX26-PONTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE EX26-PT-DATA TO WRK-DATA-PONTO
                       IF WRK-DP-COMPETENCIA = WRK-COMPETENCIA-N
                           PERFORM 0180-ACUMULAR-PONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-PONTO-FILE
       END-IF.

       0180-ACUMULAR-PONTO.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-PTO-IDX TO 1
       SEARCH WRK-TAB-PTO
           AT END
               CONTINUE
           WHEN WRK-TAB-PTO-MATRICULA (WRK-PTO-IDX) = EX26-PT-MATRICULA
              AND WRK-TAB-PTO-DATA (WRK-PTO-IDX) = EX26-PT-DATA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH

       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-PONTOS >= 5000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-PONTOS
           SET WRK-PTO-IDX TO WRK-QTD-PONTOS
           MOVE EX26-PT-MATRICULA TO WRK-TAB-PTO-MATRICULA (WRK-PTO-IDX)
           MOVE EX26-PT-DATA TO WRK-TAB-PTO-DATA (WRK-PTO-IDX)
           MOVE 'N' TO WRK-TAB-PTO-ENTRADA (WRK-PTO-IDX)
           MOVE 'N' TO WRK-TAB-PTO-SAIDA (WRK-PTO-IDX)
       END-IF
       IF EX26-PT-ENTRADA
           MOVE 'S' TO WRK-TAB-PTO-ENTRADA (WRK-PTO-IDX)
       END-IF
       IF EX26-PT-SAIDA
           MOVE 'S' TO WRK-TAB-PTO-SAIDA (WRK-PTO-IDX)
       END-IF.

       0185-CARREGAR-SALARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-HIS-FILE
       IF WRK-SALHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-HIS-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-SA-COMPETENCIA NOT > WRK-COMPETENCIA-N
                           PERFORM 0190-GUARDAR-SALARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-HIS-FILE
       END-IF.

       0190-GUARDAR-SALARIO.
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
               ADD 1 TO WRK-QTD-SALARIOS
               MOVE ZEROS TO WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
           WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-SA-MATRICULA
               CONTINUE
       END-SEARCH
       IF EX26-SA-COMPETENCIA
              NOT < WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
           MOVE EX26-SA-MATRICULA TO WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX)
           MOVE EX26-SA-COMPETENCIA TO
               WRK-TAB-SAL-COMPETENCIA (WRK-SAL-IDX)
           MOVE EX26-SA-VLR-NORMAL TO WRK-TAB-SAL-NORMAL (WRK-SAL-IDX)
           IF EX26-SA-EMPRESA IS NUMERIC
               MOVE EX26-SA-EMPRESA TO WRK-TAB-SAL-EMPRESA (WRK-SAL-IDX)
           ELSE
               MOVE ZEROS TO WRK-TAB-SAL-EMPRESA (WRK-SAL-IDX)
           END-IF
       END-IF.

       0195-CARREGAR-LANCAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LANCAMENTO-FILE
       IF WRK-LANCAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LANCAMENTO-FILE INTO EX26-LANCAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF NOT EX26-LN-BENEFICIO
                          OR EX26-LN-COMPETENCIA NOT = WRK-COMPETENCIA-N
                           PERFORM 0560-GUARDAR-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-LANCAMENTO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-OPCAO-FILE
       OPEN OUTPUT EX26-PEDIDO-VT-FILE
       OPEN OUTPUT EX26-PEDIDO-VR-FILE
       OPEN OUTPUT EX26-BENEF-REL-FILE
       WRITE EX26-BENEF-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-CP-MES TO WRK-LY-MES
       MOVE WRK-CP-ANO TO WRK-LY-ANO
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-COMPETENCIA
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-BRANCO
       IF WRK-OPCAO-STATUS NOT = '00'
           MOVE 'S' TO WRK-FIM-ARQUIVO
       ELSE
           READ EX26-OPCAO-FILE INTO EX26-BENEF-OPCAO-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ
       END-IF.

       0250-VERIFICAR-FERIADO.
       MOVE 'N' TO WRK-EH-FERIADO
       SET WRK-FER-IDX TO 1
       SEARCH WRK-TAB-FER
           AT END
               CONTINUE
           WHEN WRK-FER-IDX > WRK-QTD-FERIADOS
               CONTINUE
           WHEN WRK-TAB-FER-DATA (WRK-FER-IDX) = WRK-DATA-TESTE
               MOVE 'S' TO WRK-EH-FERIADO
       END-SEARCH.

       0260-VERIFICAR-AFASTAMENTO.
       MOVE 'N' TO WRK-EM-AFASTAMENTO
       SET WRK-AFA-IDX TO 1
       SEARCH WRK-TAB-AFA
           AT END
               CONTINUE
           WHEN WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS
               CONTINUE
           WHEN WRK-TAB-AFA-MATRICULA (WRK-AFA-IDX)
                   = EX26-BO-MATRICULA
              AND WRK-DATA-TESTE >= WRK-TAB-AFA-INICIO (WRK-AFA-IDX)
              AND WRK-DATA-TESTE <= WRK-TAB-AFA-FIM (WRK-AFA-IDX)
               MOVE 'S' TO WRK-EM-AFASTAMENTO
       END-SEARCH.

       0300-PROCESSAR.
       ADD 1 TO WRK-QT-EMPREGADOS
       PERFORM 0400-CONTAR-DIAS
       MOVE ZEROS TO WRK-VLR-VT
       MOVE ZEROS TO WRK-VLR-VR
       MOVE ZEROS TO WRK-VLR-COPART
       IF EX26-BO-VT-SIM AND WRK-DIAS > 0
           PERFORM 0500-PEDIDO-TRANSPORTE
       END-IF
       IF EX26-BO-VR-SIM AND WRK-DIAS > 0
           PERFORM 0600-PEDIDO-REFEICAO
       END-IF
       MOVE EX26-BO-MATRICULA TO WRK-LD-MATRICULA
       MOVE WRK-DIAS TO WRK-LD-DIAS
       MOVE WRK-VLR-VT TO WRK-LD-VT
       MOVE WRK-VLR-VR TO WRK-LD-VR
       MOVE WRK-VLR-COPART TO WRK-LD-COPART
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-DETALHE
       PERFORM 0410-EMPRESA-DO-EMPREGADO
       PERFORM 0415-SOMAR-EMPRESA
       READ EX26-OPCAO-FILE INTO EX26-BENEF-OPCAO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0400-CONTAR-DIAS.
       MOVE ZEROS TO WRK-DIAS
       PERFORM VARYING WRK-PTO-IDX FROM 1 BY 1
               UNTIL WRK-PTO-IDX > WRK-QTD-PONTOS
           IF WRK-TAB-PTO-MATRICULA (WRK-PTO-IDX) = EX26-BO-MATRICULA
              AND WRK-TAB-PTO-ENTRADA (WRK-PTO-IDX) = 'S'
              AND WRK-TAB-PTO-SAIDA (WRK-PTO-IDX) = 'S'
               MOVE WRK-TAB-PTO-DATA (WRK-PTO-IDX) TO WRK-DATA-TESTE
               PERFORM 0250-VERIFICAR-FERIADO
               PERFORM 0260-VERIFICAR-AFASTAMENTO
               IF NOT WRK-EH-FERIADO-OK AND NOT WRK-EM-AFASTAMENTO-OK
                   ADD 1 TO WRK-DIAS
               END-IF
           END-IF
       END-PERFORM.

      *    company of the latest salary history, or the one whose
      *    matricula range holds an employee with none
       0410-EMPRESA-DO-EMPREGADO.
       MOVE ZEROS TO WRK-EMPRESA
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               CONTINUE
           WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
               CONTINUE
           WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-BO-MATRICULA
               MOVE WRK-TAB-SAL-EMPRESA (WRK-SAL-IDX) TO WRK-EMPRESA
       END-SEARCH
       IF WRK-EMPRESA = ZEROS
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE EX26-BO-MATRICULA TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           MOVE SIS-EP-EMPRESA TO WRK-EMPRESA
       END-IF.

       0415-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-VT (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-VR (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-COPART (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD WRK-VLR-VT TO WRK-TAB-EMT-VT (WRK-EMT-IDX)
       ADD WRK-VLR-VR TO WRK-TAB-EMT-VR (WRK-EMT-IDX)
       ADD WRK-VLR-COPART TO WRK-TAB-EMT-COPART (WRK-EMT-IDX).

       0500-PEDIDO-TRANSPORTE.
       COMPUTE WRK-VLR-VT = EX26-BO-TARIFA-DIA * WRK-DIAS
       MOVE 'VT' TO EX26-BP-BENEFICIO
       MOVE EX26-BO-MATRICULA TO EX26-BP-MATRICULA
       MOVE WRK-COMPETENCIA-N TO EX26-BP-COMPETENCIA
       MOVE WRK-DIAS TO EX26-BP-DIAS
       MOVE EX26-BO-TARIFA-DIA TO EX26-BP-VALOR-DIA
       MOVE WRK-VLR-VT TO EX26-BP-VALOR-TOTAL
       MOVE EX26-BENEF-PEDIDO-REC TO EX26-PEDIDO-VT-LINHA
       WRITE EX26-PEDIDO-VT-LINHA
       ADD WRK-VLR-VT TO WRK-TOT-VT

       MOVE ZEROS TO WRK-SALARIO-BASE
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               CONTINUE
           WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
               CONTINUE
           WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-BO-MATRICULA
               MOVE WRK-TAB-SAL-NORMAL (WRK-SAL-IDX)
                   TO WRK-SALARIO-BASE
       END-SEARCH
       IF WRK-SALARIO-BASE = ZEROS
           ADD 1 TO WRK-QT-SEM-BASE
           MOVE EX26-BO-MATRICULA TO WRK-LC-MATRICULA
           MOVE 'SEM SALARIO BASE - DESCONTO DE VT NAO CALCULADO'
               TO WRK-LC-MENSAGEM
           WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       ELSE
           COMPUTE WRK-VLR-COPART ROUNDED =
               WRK-SALARIO-BASE * WRK-PERC-COPARTICIPACAO / 100
           IF WRK-VLR-COPART > WRK-VLR-VT
               MOVE WRK-VLR-VT TO WRK-VLR-COPART
           END-IF
           PERFORM 0550-LANCAR-COPARTICIPACAO
       END-IF.

       0550-LANCAR-COPARTICIPACAO.
       MOVE EX26-BO-MATRICULA TO EX26-LN-MATRICULA
       MOVE WRK-COMPETENCIA-N TO EX26-LN-COMPETENCIA
       MOVE 'BEN' TO EX26-LN-ORIGEM
       MOVE 'D' TO EX26-LN-NATUREZA
       MOVE 'VALE-TRANSPORTE 6%' TO EX26-LN-DESCRICAO
       MOVE WRK-VLR-COPART TO EX26-LN-VALOR
       MOVE WRK-COMPETENCIA-N TO EX26-LN-REFERENCIA
       PERFORM 0560-GUARDAR-LANCAMENTO
       ADD WRK-VLR-COPART TO WRK-TOT-COPART.

       0560-GUARDAR-LANCAMENTO.
       IF WRK-QTD-LANCAMENTOS >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-LANCAMENTOS
       MOVE EX26-LANCAMENTO-REC TO WRK-TAB-LAN (WRK-QTD-LANCAMENTOS).

       0600-PEDIDO-REFEICAO.
       COMPUTE WRK-VLR-VR = EX26-BO-VALOR-VR * WRK-DIAS
       MOVE 'VR' TO EX26-BP-BENEFICIO
       MOVE EX26-BO-MATRICULA TO EX26-BP-MATRICULA
       MOVE WRK-COMPETENCIA-N TO EX26-BP-COMPETENCIA
       MOVE WRK-DIAS TO EX26-BP-DIAS
       MOVE EX26-BO-VALOR-VR TO EX26-BP-VALOR-DIA
       MOVE WRK-VLR-VR TO EX26-BP-VALOR-TOTAL
       MOVE EX26-BENEF-PEDIDO-REC TO EX26-PEDIDO-VR-LINHA
       WRITE EX26-PEDIDO-VR-LINHA
       ADD WRK-VLR-VR TO WRK-TOT-VR.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-BENEFICIO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-VT (WRK-EMT-IDX) TO WRK-LM-VT
           MOVE WRK-TAB-EMT-VR (WRK-EMT-IDX) TO WRK-LM-VR
           MOVE WRK-TAB-EMT-COPART (WRK-EMT-IDX) TO WRK-LM-COPART
           WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'TOTAL VALE-TRANSPORTE.:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-VT TO WRK-LO-VALOR
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL VALE-REFEICAO...:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-VR TO WRK-LO-VALOR
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL DESCONTO VT.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-COPART TO WRK-LO-VALOR
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-TOTAL.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EMPREGADOS PROCESSADOS: ' DELIMITED BY SIZE
           WRK-QT-EMPREGADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM SALARIO BASE......: ' DELIMITED BY SIZE
           WRK-QT-SEM-BASE DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-BENEF-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       IF WRK-OPCAO-STATUS NOT = '35'
           CLOSE EX26-OPCAO-FILE
       END-IF
       CLOSE EX26-PEDIDO-VT-FILE
       CLOSE EX26-PEDIDO-VR-FILE
       CLOSE EX26-BENEF-REL-FILE.

       0950-GRAVAR-LANCAMENTOS.
       OPEN OUTPUT EX26-LANCAMENTO-FILE
       PERFORM VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-QTD-LANCAMENTOS
           MOVE WRK-TAB-LAN (WRK-LAN-IDX) TO EX26-LANCAMENTO-LINHA
           WRITE EX26-LANCAMENTO-LINHA
       END-PERFORM
       CLOSE EX26-LANCAMENTO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
