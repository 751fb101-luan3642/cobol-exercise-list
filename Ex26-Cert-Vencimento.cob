      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly report of EX26 certifications about to lapse
      *          - reads the employee certification file EX26CERTFUN.DAT
      *          (matricula, certification code, completion date,
      *          expiry date) and lists, grouped by department from
      *          EX3FUNC.DAT, every certification whose expiry falls in
      *          the 60 days starting at the business date, with the
      *          description from the catalog EX26CERT.DAT and the days
      *          left. A certification already renewed (a later expiry
      *          for the same matricula and code) is not listed; expiry
      *          zero means the certification does not lapse. Once a
      *          certification lapses EX26-GERADOR and EX26-TROCA stop
      *          rostering the holder on the turnos that demand it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-CERT-VENCIMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-CERTIFICACAO-FILE ASSIGN TO 'EX26CERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CATALOGO-STATUS.
           SELECT EX26-CERT-FUNC-FILE ASSIGN TO 'EX26CERTFUN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CERT-FUNC-STATUS.
           SELECT EX3-FUNCIONARIOS-FILE ASSIGN TO 'EX3FUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNC-STATUS.
           SELECT EX26-CERT-REL-FILE ASSIGN TO 'EX26CERTREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX26-SORT-FILE ASSIGN TO 'EX26CERT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-CERTIFICACAO-FILE.
       01 EX26-CERTIFICACAO-LINHA PIC X(36).

       FD  EX26-CERT-FUNC-FILE.
       01 EX26-CERT-FUNC-LINHA PIC X(27).

       FD  EX3-FUNCIONARIOS-FILE.
       01 EX3-FUNCIONARIOS-LINHA PIC X(19).

       FD  EX26-CERT-REL-FILE.
       01 EX26-CERT-REL-LINHA PIC X(80).

       SD  EX26-SORT-FILE.
       01 EX26-SORT-REG.
           05 EX26-SR-DEPARTAMENTO PIC X(10).
           05 EX26-SR-VALIDADE     PIC 9(08).
           05 EX26-SR-MATRICULA    PIC 9(05).
           05 EX26-SR-CODIGO       PIC X(06).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY EX3REC.

       77 WRK-CATALOGO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-CERT-FUNC-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FUNC-STATUS       PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.

       01 WRK-TABELA-CATALOGO.
           05 WRK-TAB-CAT OCCURS 100 TIMES
               INDEXED BY WRK-CAT-IDX.
               10 WRK-TAB-CAT-CODIGO    PIC X(06).
               10 WRK-TAB-CAT-DESCRICAO PIC X(30).
       77 WRK-QTD-CATALOGO PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-FUNCIONARIOS.
           05 WRK-TAB-FUN OCCURS 500 TIMES
               INDEXED BY WRK-FUN-IDX.
               10 WRK-TAB-FUN-MATRICULA    PIC 9(05).
               10 WRK-TAB-FUN-DEPARTAMENTO PIC X(10).
       77 WRK-QTD-FUNCIONARIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CERTIFICADOS.
           05 WRK-TAB-CRT OCCURS 2000 TIMES
               INDEXED BY WRK-CRT-IDX WRK-CRT-IDX2.
               10 WRK-TAB-CRT-MATRICULA PIC 9(05).
               10 WRK-TAB-CRT-CODIGO    PIC X(06).
               10 WRK-TAB-CRT-VALIDADE  PIC 9(08).
       77 WRK-QTD-CERTIFICADOS PIC 9(04) VALUE ZEROS.

       77 WRK-RENOVADO PIC X(01) VALUE 'N'.
           88 WRK-RENOVADO-OK VALUE 'S'.
       77 WRK-TEM-DEPARTAMENTO PIC X(01) VALUE 'N'.
           88 WRK-TEM-DEPARTAMENTO-OK VALUE 'S'.
       77 WRK-DEPARTAMENTO-ATUAL PIC X(10) VALUE SPACES.

       77 WRK-JANELA-DIAS PIC 9(03) VALUE 60.

       77 WRK-DIAS-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-VENC   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-FALTAM PIC 9(03) VALUE ZEROS.

       77 WRK-QT-DEPARTAMENTO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-VENCENDO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO PIC 9(08).
       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-VENC.
           05 WRK-DV-ANO  PIC 9(04).
           05 WRK-DV-MES  PIC 9(02).
           05 WRK-DV-DIA  PIC 9(02).
       01 WRK-DATA-VENC-N REDEFINES WRK-DATA-VENC PIC 9(08).

       01 WRK-CABECALHO PIC X(60) VALUE
           'CERTIFICACOES A VENCER - EX26-CERT-VENCIMENTO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-PERIODO.
           05 FILLER      PIC X(18) VALUE 'VENCIMENTOS ENTRE '.
           05 WRK-LP-INICIO PIC 9(08).
           05 FILLER      PIC X(03) VALUE ' E '.
           05 WRK-LP-FIM  PIC 9(08).
       01 WRK-LINHA-DEPARTAMENTO.
           05 FILLER      PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WRK-LDP-DEPARTAMENTO PIC X(10).
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LD-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-CODIGO      PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-DESCRICAO   PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-DIA         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-ANO         PIC 9999.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DIAS        PIC ZZ9.
           05 FILLER            PIC X(05) VALUE ' DIAS'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-PERIODO.
       PERFORM 0130-CARREGAR-CATALOGO.
       PERFORM 0140-CARREGAR-FUNCIONARIOS.
       PERFORM 0150-CARREGAR-CERTIFICADOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       SORT EX26-SORT-FILE
           ON ASCENDING KEY EX26-SR-DEPARTAMENTO
           ON ASCENDING KEY EX26-SR-VALIDADE
           ON ASCENDING KEY EX26-SR-MATRICULA
           INPUT PROCEDURE IS 0300-SELECIONAR-VENCIMENTOS
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

       0130-CARREGAR-CATALOGO.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-CERTIFICACAO-FILE
       IF WRK-CATALOGO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-CERTIFICACAO-FILE INTO EX26-CERTIFICACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CATALOGO >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CATALOGO
                       MOVE EX26-CE-CODIGO TO
                           WRK-TAB-CAT-CODIGO (WRK-QTD-CATALOGO)
                       MOVE EX26-CE-DESCRICAO TO
                           WRK-TAB-CAT-DESCRICAO (WRK-QTD-CATALOGO)
               END-READ
           END-PERFORM
           CLOSE EX26-CERTIFICACAO-FILE
       END-IF.

       0140-CARREGAR-FUNCIONARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX3-FUNCIONARIOS-FILE
       IF WRK-FUNC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX3-FUNCIONARIOS-FILE INTO EX3-FUNCIONARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FUNCIONARIOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FUNCIONARIOS
                       MOVE EX3-FN-MATRICULA TO
                           WRK-TAB-FUN-MATRICULA (WRK-QTD-FUNCIONARIOS)
                       MOVE EX3-FN-DEPARTAMENTO TO
                           WRK-TAB-FUN-DEPARTAMENTO
                               (WRK-QTD-FUNCIONARIOS)
               END-READ
           END-PERFORM
           CLOSE EX3-FUNCIONARIOS-FILE
       END-IF.

       0150-CARREGAR-CERTIFICADOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-CERT-FUNC-FILE
       IF WRK-CERT-FUNC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-CERT-FUNC-FILE INTO EX26-CERT-FUNC-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CERTIFICADOS >= 2000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QT-LIDOS
                       ADD 1 TO WRK-QTD-CERTIFICADOS
                       MOVE EX26-CF-MATRICULA TO
                           WRK-TAB-CRT-MATRICULA (WRK-QTD-CERTIFICADOS)
                       MOVE EX26-CF-CODIGO TO
                           WRK-TAB-CRT-CODIGO (WRK-QTD-CERTIFICADOS)
                       MOVE EX26-CF-DATA-VALIDADE TO
                           WRK-TAB-CRT-VALIDADE (WRK-QTD-CERTIFICADOS)
               END-READ
           END-PERFORM
           CLOSE EX26-CERT-FUNC-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX26-CERT-REL-FILE
       WRITE EX26-CERT-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DATA-NEGOCIO-N TO WRK-LP-INICIO
       MOVE WRK-DATA-LIMITE TO WRK-LP-FIM
       WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-PERIODO.

       0300-SELECIONAR-VENCIMENTOS.
       PERFORM VARYING WRK-CRT-IDX FROM 1 BY 1
               UNTIL WRK-CRT-IDX > WRK-QTD-CERTIFICADOS
           IF WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX) NOT = ZEROS
              AND WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX)
                   >= WRK-DATA-NEGOCIO-N
              AND WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX)
                   <= WRK-DATA-LIMITE
               PERFORM 0350-VERIFICAR-RENOVACAO
               IF NOT WRK-RENOVADO-OK
                   PERFORM 0370-LIBERAR-REGISTRO
               END-IF
           END-IF
       END-PERFORM.

       0350-VERIFICAR-RENOVACAO.
       MOVE 'N' TO WRK-RENOVADO
       PERFORM VARYING WRK-CRT-IDX2 FROM 1 BY 1
               UNTIL WRK-CRT-IDX2 > WRK-QTD-CERTIFICADOS
              OR WRK-RENOVADO-OK
           IF WRK-TAB-CRT-MATRICULA (WRK-CRT-IDX2)
                   = WRK-TAB-CRT-MATRICULA (WRK-CRT-IDX)
              AND WRK-TAB-CRT-CODIGO (WRK-CRT-IDX2)
                   = WRK-TAB-CRT-CODIGO (WRK-CRT-IDX)
              AND (WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX2) = ZEROS
                   OR WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX2)
                       > WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX))
               MOVE 'S' TO WRK-RENOVADO
           END-IF
       END-PERFORM.

       0370-LIBERAR-REGISTRO.
       MOVE 'SEM DEPTO' TO EX26-SR-DEPARTAMENTO
       SET WRK-FUN-IDX TO 1
       SEARCH WRK-TAB-FUN
           AT END
               CONTINUE
           WHEN WRK-TAB-FUN-MATRICULA (WRK-FUN-IDX)
                   = WRK-TAB-CRT-MATRICULA (WRK-CRT-IDX)
               MOVE WRK-TAB-FUN-DEPARTAMENTO (WRK-FUN-IDX)
                   TO EX26-SR-DEPARTAMENTO
       END-SEARCH
       MOVE WRK-TAB-CRT-VALIDADE (WRK-CRT-IDX) TO EX26-SR-VALIDADE
       MOVE WRK-TAB-CRT-MATRICULA (WRK-CRT-IDX) TO EX26-SR-MATRICULA
       MOVE WRK-TAB-CRT-CODIGO (WRK-CRT-IDX) TO EX26-SR-CODIGO
       RELEASE EX26-SORT-REG.

       0400-EMITIR-RELATORIO.
       PERFORM 0450-LER-ORDENADO
       PERFORM 0500-PROCESSAR UNTIL WRK-FIM-SORT-OK
       IF WRK-TEM-DEPARTAMENTO-OK
           PERFORM 0600-FECHAR-DEPARTAMENTO
       END-IF.

       0450-LER-ORDENADO.
       RETURN EX26-SORT-FILE
           AT END MOVE 'S' TO WRK-FIM-SORT
       END-RETURN.

       0500-PROCESSAR.
       IF WRK-TEM-DEPARTAMENTO-OK
          AND EX26-SR-DEPARTAMENTO NOT = WRK-DEPARTAMENTO-ATUAL
           PERFORM 0600-FECHAR-DEPARTAMENTO
       END-IF
       IF NOT WRK-TEM-DEPARTAMENTO-OK
           MOVE 'S' TO WRK-TEM-DEPARTAMENTO
           MOVE EX26-SR-DEPARTAMENTO TO WRK-DEPARTAMENTO-ATUAL
           MOVE ZEROS TO WRK-QT-DEPARTAMENTO
           WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE EX26-SR-DEPARTAMENTO TO WRK-LDP-DEPARTAMENTO
           WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-DEPARTAMENTO
       END-IF

       MOVE EX26-SR-MATRICULA TO WRK-LD-MATRICULA
       MOVE EX26-SR-CODIGO TO WRK-LD-CODIGO
       MOVE 'CERTIFICACAO FORA DO CATALOGO' TO WRK-LD-DESCRICAO
       SET WRK-CAT-IDX TO 1
       SEARCH WRK-TAB-CAT
           AT END
               CONTINUE
           WHEN WRK-TAB-CAT-CODIGO (WRK-CAT-IDX) = EX26-SR-CODIGO
               MOVE WRK-TAB-CAT-DESCRICAO (WRK-CAT-IDX)
                   TO WRK-LD-DESCRICAO
       END-SEARCH
       MOVE EX26-SR-VALIDADE TO WRK-DATA-VENC-N
       MOVE WRK-DV-DIA TO WRK-LD-DIA
       MOVE WRK-DV-MES TO WRK-LD-MES
       MOVE WRK-DV-ANO TO WRK-LD-ANO
       COMPUTE WRK-DIAS-VENC =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-VENC-N)
       COMPUTE WRK-DIAS-FALTAM = WRK-DIAS-VENC - WRK-DIAS-HOJE
       MOVE WRK-DIAS-FALTAM TO WRK-LD-DIAS
       WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-DETALHE
       ADD 1 TO WRK-QT-DEPARTAMENTO
       ADD 1 TO WRK-QT-VENCENDO

       PERFORM 0450-LER-ORDENADO.

       0600-FECHAR-DEPARTAMENTO.
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'A VENCER NO DEPTO.....: ' DELIMITED BY SIZE
           WRK-QT-DEPARTAMENTO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE 'N' TO WRK-TEM-DEPARTAMENTO.

       0800-RELATORIO-TOTAIS.
       WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CERTIFICACOES LIDAS...: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL A VENCER........: ' DELIMITED BY SIZE
           WRK-QT-VENCENDO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-CERT-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX26-CERT-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
