      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily list of occupational health exams (ASO) due or
      *          overdue, grouped by department. Exams already done are
      *          read from the result file FUNCASO.DAT (matricula,
      *          date, tipo, APTO/INAPTO, CRM) kept by FUNC-ASO-
      *          RESULTADO. For every active employee in FUNCMST.DAT:
      *          the admission exam when none is on file, otherwise the
      *          periodic exam counted from the last exam, every N
      *          months per FUNCASOREG.DAT (cargo, age range, months;
      *          a blank cargo applies to all and the first rule of
      *          the cargo wins over it; no rule means 12 months). A
      *          leave in EX26AFA.DAT longer than 30 days asks for the
      *          return-to-work exam on the day after it ends, a
      *          promocao in FUNCPOSH.DAT that changes the cargo for
      *          the change-of-function exam on its date and a pending
      *          termination in FUNCDESL.DAT for the dismissal exam on
      *          the termination date - each one satisfied by any exam
      *          done from the end of the leave, from 30 days before
      *          the promocao or from 90 days before the termination.
      *          Lists what falls due up to 30 days after the business
      *          date. Output: FUNCASOREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-ASO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT FUNC-ASO-FILE ASSIGN TO 'FUNCASO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ASO-STATUS.
           SELECT FUNC-ASO-REGRA-FILE ASSIGN TO 'FUNCASOREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTAMENTO-STATUS.
           SELECT FUNC-POSICAO-HIST-FILE ASSIGN TO 'FUNCPOSH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-POSICAO-STATUS.
           SELECT FUNC-DESLIG-FILE ASSIGN TO 'FUNCDESL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DESLIG-STATUS.
           SELECT FUNC-ASO-REL-FILE ASSIGN TO 'FUNCASOREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-SORT-FILE ASSIGN TO 'FUNCASO.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-ASO-FILE.
       01 FUNC-ASO-LINHA PIC X(25).

       FD  FUNC-ASO-REGRA-FILE.
       01 FUNC-ASO-REGRA-LINHA PIC X(15).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       FD  FUNC-POSICAO-HIST-FILE.
       01 FUNC-POSICAO-HIST-LINHA PIC X(29).

       FD  FUNC-DESLIG-FILE.
       01 FUNC-DESLIG-LINHA PIC X(16).

       FD  FUNC-ASO-REL-FILE.
       01 FUNC-ASO-REL-LINHA PIC X(80).

       SD  FUNC-SORT-FILE.
       01 FUNC-SORT-REG.
           05 FUNC-SR-DEPARTAMENTO PIC X(10).
           05 FUNC-SR-VENCIMENTO   PIC 9(08).
           05 FUNC-SR-MATRICULA    PIC 9(05).
           05 FUNC-SR-TIPO         PIC X(01).
           05 FUNC-SR-NOME         PIC X(20).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY EX26REC.

       77 WRK-MASTER-STATUS      PIC X(02) VALUE '00'.
       77 WRK-ASO-STATUS         PIC X(02) VALUE '00'.
       77 WRK-REGRA-STATUS       PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-POSICAO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-DESLIG-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-MASTER  PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.

       01 WRK-TABELA-REGRAS.
           05 WRK-TAB-REG OCCURS 100 TIMES
               INDEXED BY WRK-REG-IDX.
               10 WRK-TAB-REG-CARGO     PIC X(06).
               10 WRK-TAB-REG-IDADE-MIN PIC 9(03).
               10 WRK-TAB-REG-IDADE-MAX PIC 9(03).
               10 WRK-TAB-REG-MESES     PIC 9(03).
       77 WRK-QTD-REGRAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-EXAMES.
           05 WRK-TAB-EXA OCCURS 5000 TIMES
               INDEXED BY WRK-EXA-IDX.
               10 WRK-TAB-EXA-MATRICULA PIC 9(05).
               10 WRK-TAB-EXA-DATA      PIC 9(08).
               10 WRK-TAB-EXA-TIPO      PIC X(01).
       77 WRK-QTD-EXAMES PIC 9(04) VALUE ZEROS.

      *    days ahead of the business date an exam is listed
       77 WRK-JANELA-DIAS    PIC 9(03) VALUE 30.
      *    leave length that asks for the return-to-work exam
       77 WRK-DIAS-AFASTAMENTO PIC 9(03) VALUE 30.
      *    months between periodic exams when no rule applies
       77 WRK-MESES-PADRAO   PIC 9(03) VALUE 12.
      *    an exam this many days before the event satisfies it
       77 WRK-DIAS-ANTES-MUDANCA PIC 9(03) VALUE 30.
       77 WRK-DIAS-ANTES-DESLIG  PIC 9(03) VALUE 90.

       77 WRK-DIAS-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-AUX    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-AUX2   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-EXAME PIC 9(08) VALUE ZEROS.
       77 WRK-MATRICULA-BUSCA PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-EXAME  PIC X(01) VALUE SPACES.
       77 WRK-IDADE       PIC 9(03) VALUE ZEROS.
       77 WRK-MESES       PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-MESES PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO       PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-DIFERENCA PIC 9(05) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-COBERTO     PIC X(01) VALUE 'N'.
           88 WRK-COBERTO-OK VALUE 'S'.
       77 WRK-TEM-DEPARTAMENTO PIC X(01) VALUE 'N'.
           88 WRK-TEM-DEPARTAMENTO-OK VALUE 'S'.
       77 WRK-DEPARTAMENTO-ATUAL PIC X(10) VALUE SPACES.

       77 WRK-QT-DEPARTAMENTO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-A-VENCER     PIC 9(05) VALUE ZEROS.

       01 WRK-TABELA-DIAS-MES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES-R REDEFINES WRK-TABELA-DIAS-MES.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WRK-ULTIMO-DIA PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).
       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-CALC.
           05 WRK-DC-ANO  PIC 9(04).
           05 WRK-DC-MES  PIC 9(02).
           05 WRK-DC-DIA  PIC 9(02).
       01 WRK-DATA-CALC-N REDEFINES WRK-DATA-CALC PIC 9(08).

       01 WRK-CABECALHO PIC X(60) VALUE
           'EXAMES OCUPACIONAIS (ASO) A REALIZAR - FUNC-ASO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-PERIODO.
           05 FILLER      PIC X(23) VALUE 'VENCIDOS E A VENCER ATE'.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 WRK-LP-FIM  PIC 9(08).
       01 WRK-LINHA-DEPARTAMENTO.
           05 FILLER      PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WRK-LDP-DEPARTAMENTO PIC X(10).
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LD-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO        PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-DIA         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-ANO         PIC 9999.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-SITUACAO    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS        PIC ZZZ9.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-PERIODO.
       PERFORM 0130-CARREGAR-REGRAS.
       PERFORM 0140-CARREGAR-EXAMES.
       PERFORM 0200-ABRIR-ARQUIVOS.
       SORT FUNC-SORT-FILE
           ON ASCENDING KEY FUNC-SR-DEPARTAMENTO
           ON ASCENDING KEY FUNC-SR-VENCIMENTO
           ON ASCENDING KEY FUNC-SR-MATRICULA
           INPUT PROCEDURE IS 0300-SELECIONAR-EXAMES
           OUTPUT PROCEDURE IS 0400-EMITIR-RELATORIO
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       STOP RUN.

       0120-OBTER-PERIODO.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       COMPUTE WRK-DIAS-HOJE =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO-N)
       COMPUTE WRK-DIAS-LIMITE = WRK-DIAS-HOJE + WRK-JANELA-DIAS
       COMPUTE WRK-DATA-LIMITE =
           FUNCTION DATE-OF-INTEGER (WRK-DIAS-LIMITE).

       0130-CARREGAR-REGRAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-ASO-REGRA-FILE
       IF WRK-REGRA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-ASO-REGRA-FILE INTO FUNC-ASO-REGRA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-REGRAS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-REGRAS
                       MOVE FUNC-AR-CARGO TO
                           WRK-TAB-REG-CARGO (WRK-QTD-REGRAS)
                       MOVE FUNC-AR-IDADE-MIN TO
                           WRK-TAB-REG-IDADE-MIN (WRK-QTD-REGRAS)
                       MOVE FUNC-AR-IDADE-MAX TO
                           WRK-TAB-REG-IDADE-MAX (WRK-QTD-REGRAS)
                       MOVE FUNC-AR-MESES TO
                           WRK-TAB-REG-MESES (WRK-QTD-REGRAS)
               END-READ
           END-PERFORM
           CLOSE FUNC-ASO-REGRA-FILE
       END-IF.

       0140-CARREGAR-EXAMES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-ASO-FILE
       IF WRK-ASO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-ASO-FILE INTO FUNC-ASO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-EXAMES >= 5000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-EXAMES
                       MOVE FUNC-AS-MATRICULA TO
                           WRK-TAB-EXA-MATRICULA (WRK-QTD-EXAMES)
                       MOVE FUNC-AS-DATA TO
                           WRK-TAB-EXA-DATA (WRK-QTD-EXAMES)
                       MOVE FUNC-AS-TIPO TO
                           WRK-TAB-EXA-TIPO (WRK-QTD-EXAMES)
               END-READ
           END-PERFORM
           CLOSE FUNC-ASO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT FUNC-ASO-REL-FILE
       WRITE FUNC-ASO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DATA-LIMITE TO WRK-LP-FIM
       WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-PERIODO.

       0300-SELECIONAR-EXAMES.
       PERFORM 0310-EXAMES-FUNCIONARIOS
       PERFORM 0330-EXAMES-RETORNO
       PERFORM 0340-EXAMES-MUDANCA
       PERFORM 0350-EXAMES-DEMISSIONAIS.

       0310-EXAMES-FUNCIONARIOS.
       MOVE ZEROS TO FUNC-MT-MATRICULA
       START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
           INVALID KEY MOVE 'S' TO WRK-FIM-MASTER
       END-START
       PERFORM UNTIL WRK-FIM-MASTER-OK
           READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
               AT END MOVE 'S' TO WRK-FIM-MASTER
               NOT AT END
                   IF FUNC-MS-ATIVO
                       PERFORM 0320-PROGRAMAR-EXAME
                   END-IF
           END-READ
       END-PERFORM.

       0320-PROGRAMAR-EXAME.
       MOVE FUNC-MS-MATRICULA TO WRK-MATRICULA-BUSCA
       PERFORM 0360-ULTIMO-EXAME
       IF WRK-ULTIMO-EXAME = ZEROS
           IF FUNC-MS-DATA-ADMISSAO NOT = ZEROS
               MOVE 'A' TO WRK-TIPO-EXAME
               MOVE FUNC-MS-DATA-ADMISSAO TO WRK-VENCIMENTO
               PERFORM 0370-LIBERAR-EXAME
           END-IF
       ELSE
           PERFORM 0380-OBTER-PERIODICIDADE
           MOVE WRK-ULTIMO-EXAME TO WRK-DATA-CALC-N
           PERFORM 0390-SOMAR-MESES
           MOVE 'P' TO WRK-TIPO-EXAME
           MOVE WRK-DATA-CALC-N TO WRK-VENCIMENTO
           PERFORM 0370-LIBERAR-EXAME
       END-IF.

       0330-EXAMES-RETORNO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-AFASTAMENTO-FILE
       IF WRK-AFASTAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-AFASTAMENTO-FILE INTO EX26-AFASTAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0335-TRATAR-AFASTAMENTO
               END-READ
           END-PERFORM
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF.

       0335-TRATAR-AFASTAMENTO.
       IF EX26-AF-DATA-INICIO NOT = ZEROS
          AND EX26-AF-DATA-FIM >= EX26-AF-DATA-INICIO
           COMPUTE WRK-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE (EX26-AF-DATA-FIM)
           COMPUTE WRK-DIAS-AUX2 =
               FUNCTION INTEGER-OF-DATE (EX26-AF-DATA-INICIO)
           IF WRK-DIAS-AUX - WRK-DIAS-AUX2 + 1 > WRK-DIAS-AFASTAMENTO
               MOVE EX26-AF-MATRICULA TO WRK-MATRICULA-BUSCA
               MOVE EX26-AF-DATA-FIM TO WRK-DATA-CORTE
               PERFORM 0365-VERIFICAR-COBERTURA
               IF NOT WRK-COBERTO-OK
                   PERFORM 0355-LOCALIZAR-MASTER
                   IF WRK-ACHOU-OK AND FUNC-MS-ATIVO
                       ADD 1 TO WRK-DIAS-AUX
                       COMPUTE WRK-VENCIMENTO =
                           FUNCTION DATE-OF-INTEGER (WRK-DIAS-AUX)
                       MOVE 'R' TO WRK-TIPO-EXAME
                       PERFORM 0370-LIBERAR-EXAME
                   END-IF
               END-IF
           END-IF
       END-IF.

       0340-EXAMES-MUDANCA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-POSICAO-HIST-FILE
       IF WRK-POSICAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-POSICAO-HIST-FILE INTO FUNC-POSICAO-HIST-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF FUNC-PH-CARGO-NOVO NOT = FUNC-PH-CARGO-ANT
                          AND FUNC-PH-DATA NOT = ZEROS
                           PERFORM 0345-TRATAR-MUDANCA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-POSICAO-HIST-FILE
       END-IF.

       0345-TRATAR-MUDANCA.
       MOVE FUNC-PH-MATRICULA TO WRK-MATRICULA-BUSCA
       COMPUTE WRK-DIAS-AUX =
           FUNCTION INTEGER-OF-DATE (FUNC-PH-DATA)
           - WRK-DIAS-ANTES-MUDANCA
       COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER (WRK-DIAS-AUX)
       PERFORM 0365-VERIFICAR-COBERTURA
       IF NOT WRK-COBERTO-OK
           PERFORM 0355-LOCALIZAR-MASTER
           IF WRK-ACHOU-OK AND FUNC-MS-ATIVO
               MOVE FUNC-PH-DATA TO WRK-VENCIMENTO
               MOVE 'M' TO WRK-TIPO-EXAME
               PERFORM 0370-LIBERAR-EXAME
           END-IF
       END-IF.

       0350-EXAMES-DEMISSIONAIS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-DESLIG-FILE
       IF WRK-DESLIG-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-DESLIG-FILE INTO FUNC-DESLIGAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF FUNC-DL-PENDENTE
                          AND FUNC-DL-DATA NOT = ZEROS
                           PERFORM 0352-TRATAR-DESLIGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-DESLIG-FILE
       END-IF.

       0352-TRATAR-DESLIGAMENTO.
       MOVE FUNC-DL-MATRICULA TO WRK-MATRICULA-BUSCA
       COMPUTE WRK-DIAS-AUX =
           FUNCTION INTEGER-OF-DATE (FUNC-DL-DATA)
           - WRK-DIAS-ANTES-DESLIG
       COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER (WRK-DIAS-AUX)
       PERFORM 0365-VERIFICAR-COBERTURA
       IF NOT WRK-COBERTO-OK
           PERFORM 0355-LOCALIZAR-MASTER
           MOVE FUNC-DL-DATA TO WRK-VENCIMENTO
           MOVE 'D' TO WRK-TIPO-EXAME
           PERFORM 0370-LIBERAR-EXAME
       END-IF.

       0355-LOCALIZAR-MASTER.
       MOVE 'N' TO WRK-ACHOU
       MOVE WRK-MATRICULA-BUSCA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ
       IF NOT WRK-ACHOU-OK
           MOVE SPACES TO FUNC-MASTER-REC
           MOVE WRK-MATRICULA-BUSCA TO FUNC-MS-MATRICULA
           MOVE 'SEM DEPTO' TO FUNC-MS-DEPARTAMENTO
       END-IF.

       0360-ULTIMO-EXAME.
       MOVE ZEROS TO WRK-ULTIMO-EXAME
       PERFORM VARYING WRK-EXA-IDX FROM 1 BY 1
               UNTIL WRK-EXA-IDX > WRK-QTD-EXAMES
           IF WRK-TAB-EXA-MATRICULA (WRK-EXA-IDX) = WRK-MATRICULA-BUSCA
              AND WRK-TAB-EXA-TIPO (WRK-EXA-IDX) NOT = 'D'
              AND WRK-TAB-EXA-DATA (WRK-EXA-IDX) > WRK-ULTIMO-EXAME
               MOVE WRK-TAB-EXA-DATA (WRK-EXA-IDX) TO WRK-ULTIMO-EXAME
           END-IF
       END-PERFORM.

      *    any exam from the cut-off date on satisfies the event
       0365-VERIFICAR-COBERTURA.
       MOVE 'N' TO WRK-COBERTO
       SET WRK-EXA-IDX TO 1
       SEARCH WRK-TAB-EXA
           AT END
               CONTINUE
           WHEN WRK-EXA-IDX > WRK-QTD-EXAMES
               CONTINUE
           WHEN WRK-TAB-EXA-MATRICULA (WRK-EXA-IDX) =
                WRK-MATRICULA-BUSCA
              AND WRK-TAB-EXA-DATA (WRK-EXA-IDX) >= WRK-DATA-CORTE
               MOVE 'S' TO WRK-COBERTO
       END-SEARCH.

       0370-LIBERAR-EXAME.
       IF WRK-VENCIMENTO <= WRK-DATA-LIMITE
           IF FUNC-MS-DEPARTAMENTO = SPACES
               MOVE 'SEM DEPTO' TO FUNC-SR-DEPARTAMENTO
           ELSE
               MOVE FUNC-MS-DEPARTAMENTO TO FUNC-SR-DEPARTAMENTO
           END-IF
           MOVE WRK-VENCIMENTO TO FUNC-SR-VENCIMENTO
           MOVE WRK-MATRICULA-BUSCA TO FUNC-SR-MATRICULA
           MOVE WRK-TIPO-EXAME TO FUNC-SR-TIPO
           MOVE FUNC-MS-NOME TO FUNC-SR-NOME
           RELEASE FUNC-SORT-REG
       END-IF.

       0380-OBTER-PERIODICIDADE.
       MOVE FUNC-MS-IDADE TO WRK-IDADE
       IF FUNC-MS-DATA-NASCIMENTO NOT = ZEROS
           MOVE FUNC-MS-DATA-NASCIMENTO TO WRK-DATA-CALC-N
           IF WRK-DC-ANO < WRK-DN-ANO
               COMPUTE WRK-IDADE = WRK-DN-ANO - WRK-DC-ANO
               IF WRK-DN-MES < WRK-DC-MES
                  OR (WRK-DN-MES = WRK-DC-MES
                      AND WRK-DN-DIA < WRK-DC-DIA)
                   SUBTRACT 1 FROM WRK-IDADE
               END-IF
           END-IF
       END-IF
       MOVE ZEROS TO WRK-MESES
       PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-QTD-REGRAS
                  OR WRK-MESES NOT = ZEROS
           IF WRK-TAB-REG-CARGO (WRK-REG-IDX) = FUNC-MS-CARGO
              AND WRK-IDADE >= WRK-TAB-REG-IDADE-MIN (WRK-REG-IDX)
              AND WRK-IDADE <= WRK-TAB-REG-IDADE-MAX (WRK-REG-IDX)
               MOVE WRK-TAB-REG-MESES (WRK-REG-IDX) TO WRK-MESES
           END-IF
       END-PERFORM
       PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-QTD-REGRAS
                  OR WRK-MESES NOT = ZEROS
           IF WRK-TAB-REG-CARGO (WRK-REG-IDX) = SPACES
              AND WRK-IDADE >= WRK-TAB-REG-IDADE-MIN (WRK-REG-IDX)
              AND WRK-IDADE <= WRK-TAB-REG-IDADE-MAX (WRK-REG-IDX)
               MOVE WRK-TAB-REG-MESES (WRK-REG-IDX) TO WRK-MESES
           END-IF
       END-PERFORM
       IF WRK-MESES = ZEROS
           MOVE WRK-MESES-PADRAO TO WRK-MESES
       END-IF.

      *    WRK-DATA-CALC plus WRK-MESES, day kept inside the month
       0390-SOMAR-MESES.
       COMPUTE WRK-TOTAL-MESES =
           WRK-DC-ANO * 12 + WRK-DC-MES - 1 + WRK-MESES
       DIVIDE WRK-TOTAL-MESES BY 12 GIVING WRK-DC-ANO
           REMAINDER WRK-DC-MES
       ADD 1 TO WRK-DC-MES
       MOVE WRK-DIAS-MES (WRK-DC-MES) TO WRK-ULTIMO-DIA
       DIVIDE WRK-DC-ANO BY 4 GIVING WRK-TOTAL-MESES
           REMAINDER WRK-RESTO
       IF WRK-DC-MES = 2 AND WRK-RESTO = 0
           MOVE 29 TO WRK-ULTIMO-DIA
       END-IF
       IF WRK-DC-DIA > WRK-ULTIMO-DIA
           MOVE WRK-ULTIMO-DIA TO WRK-DC-DIA
       END-IF.

       0400-EMITIR-RELATORIO.
       PERFORM 0450-LER-ORDENADO
       PERFORM 0500-PROCESSAR UNTIL WRK-FIM-SORT-OK
       IF WRK-TEM-DEPARTAMENTO-OK
           PERFORM 0600-FECHAR-DEPARTAMENTO
       END-IF.

       0450-LER-ORDENADO.
       RETURN FUNC-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0500-PROCESSAR.
       IF WRK-TEM-DEPARTAMENTO-OK
          AND FUNC-SR-DEPARTAMENTO NOT = WRK-DEPARTAMENTO-ATUAL
           PERFORM 0600-FECHAR-DEPARTAMENTO
       END-IF
       IF NOT WRK-TEM-DEPARTAMENTO-OK
           MOVE 'S' TO WRK-TEM-DEPARTAMENTO
           MOVE FUNC-SR-DEPARTAMENTO TO WRK-DEPARTAMENTO-ATUAL
           MOVE ZEROS TO WRK-QT-DEPARTAMENTO
           WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE FUNC-SR-DEPARTAMENTO TO WRK-LDP-DEPARTAMENTO
           WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-DEPARTAMENTO
       END-IF

       MOVE FUNC-SR-MATRICULA TO WRK-LD-MATRICULA
       MOVE FUNC-SR-NOME TO WRK-LD-NOME
       EVALUATE FUNC-SR-TIPO
           WHEN 'A'
               MOVE 'ADMISSIONAL' TO WRK-LD-TIPO
           WHEN 'P'
               MOVE 'PERIODICO' TO WRK-LD-TIPO
           WHEN 'R'
               MOVE 'RETORNO' TO WRK-LD-TIPO
           WHEN 'M'
               MOVE 'MUD FUNCAO' TO WRK-LD-TIPO
           WHEN OTHER
               MOVE 'DEMISSIONAL' TO WRK-LD-TIPO
       END-EVALUATE
       MOVE FUNC-SR-VENCIMENTO TO WRK-DATA-CALC-N
       MOVE WRK-DC-DIA TO WRK-LD-DIA
       MOVE WRK-DC-MES TO WRK-LD-MES
       MOVE WRK-DC-ANO TO WRK-LD-ANO
       COMPUTE WRK-DIAS-AUX =
           FUNCTION INTEGER-OF-DATE (FUNC-SR-VENCIMENTO)
       IF FUNC-SR-VENCIMENTO < WRK-DATA-NEGOCIO-N
           MOVE 'VENCIDO' TO WRK-LD-SITUACAO
           COMPUTE WRK-DIAS-DIFERENCA = WRK-DIAS-HOJE - WRK-DIAS-AUX
           ADD 1 TO WRK-QT-VENCIDOS
       ELSE
           MOVE 'A VENCER' TO WRK-LD-SITUACAO
           COMPUTE WRK-DIAS-DIFERENCA = WRK-DIAS-AUX - WRK-DIAS-HOJE
           ADD 1 TO WRK-QT-A-VENCER
       END-IF
       MOVE WRK-DIAS-DIFERENCA TO WRK-LD-DIAS
       WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-DETALHE
       ADD 1 TO WRK-QT-DEPARTAMENTO

       PERFORM 0450-LER-ORDENADO.

       0600-FECHAR-DEPARTAMENTO.
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EXAMES NO DEPTO.......: ' DELIMITED BY SIZE
           WRK-QT-DEPARTAMENTO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE 'N' TO WRK-TEM-DEPARTAMENTO.

       0800-RELATORIO-TOTAIS.
       WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EXAMES VENCIDOS.......: ' DELIMITED BY SIZE
           WRK-QT-VENCIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EXAMES A VENCER.......: ' DELIMITED BY SIZE
           WRK-QT-A-VENCER DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-ASO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE FUNC-MASTER-FILE
       CLOSE FUNC-ASO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
