      ******************************************************************
      * Author:
      * Date:
      * Purpose: vacancy report for the authorized headcount - reads
      *          FUNCVAGA.DAT (departamento, cargo, quantidade
      *          autorizada) and walks FUNCMST.DAT counting the active
      *          employees in each department and cargo, showing the
      *          open vacancies and the excess per position. Active
      *          employees in a position with no authorized count are
      *          listed as SEM QUADRO. Each position belongs to the
      *          company of its department (FUNCDEP.DAT) and the
      *          report is totalled by company; the group totals are
      *          printed only when requested through SIS-CONSOLIDA.
      *          Output: FUNCVAGREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-VAGAS.

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
           SELECT FUNC-VAGA-FILE ASSIGN TO 'FUNCVAGA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAGA-STATUS.
           SELECT FUNC-VAGAS-REL-FILE ASSIGN TO 'FUNCVAGREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FUNC-DEPTO-FILE ASSIGN TO 'FUNCDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-VAGA-FILE.
       01 FUNC-VAGA-LINHA PIC X(20).

       FD  FUNC-VAGAS-REL-FILE.
       01 FUNC-VAGAS-REL-LINHA PIC X(90).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-DEPTO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FIM-DEPTO PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEPTO-OK VALUE 'S'.
       77 WRK-VAGA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-MASTER PIC X(01) VALUE 'N'.
           88 WRK-FIM-MASTER-OK VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-VAGAS.
           05 WRK-TAB-VAG OCCURS 500 TIMES
               INDEXED BY WRK-VAG-IDX.
               10 WRK-TAB-VAG-DEPARTAMENTO PIC X(10).
               10 WRK-TAB-VAG-CARGO        PIC X(06).
               10 WRK-TAB-VAG-COM-QUADRO   PIC X(01).
                   88 WRK-TAB-VAG-COM-QUADRO-OK VALUE 'S'.
               10 WRK-TAB-VAG-AUTORIZADO   PIC 9(04).
               10 WRK-TAB-VAG-OCUPADO      PIC 9(04).
               10 WRK-TAB-VAG-EMPRESA      PIC 9(02).
       77 WRK-QTD-VAGAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-DEPARTAMENTOS.
           05 WRK-TAB-DEP OCCURS 500 TIMES
               INDEXED BY WRK-DEP-IDX.
               10 WRK-TAB-DEP-CODIGO  PIC X(10).
               10 WRK-TAB-DEP-EMPRESA PIC 9(02).
       77 WRK-QTD-DEPARTAMENTOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO     PIC 9(02).
               10 WRK-TAB-EMT-AUTORIZADO PIC 9(05).
               10 WRK-TAB-EMT-OCUPADO    PIC 9(05).
               10 WRK-TAB-EMT-VAGAS      PIC 9(05).
               10 WRK-TAB-EMT-EXCESSO    PIC 9(05).
               10 WRK-TAB-EMT-SEM-QUADRO PIC 9(05).
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.
       77 WRK-DEPARTAMENTO PIC X(10) VALUE SPACES.

       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-VAGAS-ABERTAS PIC 9(04) VALUE ZEROS.
       77 WRK-EXCESSO       PIC 9(04) VALUE ZEROS.

       77 WRK-TOT-AUTORIZADO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-OCUPADO    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VAGAS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-EXCESSO    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-SEM-QUADRO PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'RELATORIO DE QUADRO DE VAGAS - FUNC-VAGAS'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-VAGA.
           05 FILLER          PIC X(07) VALUE 'DEPTO: '.
           05 WRK-LV-DEPTO    PIC X(10).
           05 FILLER          PIC X(08) VALUE ' CARGO: '.
           05 WRK-LV-CARGO    PIC X(06).
           05 FILLER          PIC X(05) VALUE ' AUT:'.
           05 WRK-LV-AUTORIZADO PIC ZZZ9.
           05 FILLER          PIC X(06) VALUE ' OCUP:'.
           05 WRK-LV-OCUPADO  PIC ZZZ9.
           05 FILLER          PIC X(07) VALUE ' VAGAS:'.
           05 WRK-LV-VAGAS    PIC ZZZ9.
           05 FILLER          PIC X(05) VALUE ' EXC:'.
           05 WRK-LV-EXCESSO  PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LV-SITUACAO PIC X(10).
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER          PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA   PIC 9(02).
           05 FILLER          PIC X(05) VALUE ' AUT:'.
           05 WRK-LE-AUTORIZADO PIC ZZZZ9.
           05 FILLER          PIC X(06) VALUE ' OCUP:'.
           05 WRK-LE-OCUPADO   PIC ZZZZ9.
           05 FILLER          PIC X(07) VALUE ' VAGAS:'.
           05 WRK-LE-VAGAS     PIC ZZZZ9.
           05 FILLER          PIC X(05) VALUE ' EXC:'.
           05 WRK-LE-EXCESSO   PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE ' SEM QUADRO:'.
           05 WRK-LE-SEM-QUADRO PIC ZZZZ9.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER          PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO  PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(70).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0140-CARREGAR-DEPARTAMENTOS.
       PERFORM 0150-CARREGAR-QUADRO.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-MASTER-OK.
       PERFORM 0800-RELATORIO-VAGAS.
       CLOSE FUNC-MASTER-FILE
       CLOSE FUNC-VAGAS-REL-FILE.
       STOP RUN.

       0140-CARREGAR-DEPARTAMENTOS.
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-DEPTO-OK
               READ FUNC-DEPTO-FILE INTO FUNC-DEPTO-REC
                   AT END MOVE 'S' TO WRK-FIM-DEPTO
                   NOT AT END
                       IF WRK-QTD-DEPARTAMENTOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-DEPARTAMENTOS
                       SET WRK-DEP-IDX TO WRK-QTD-DEPARTAMENTOS
                       MOVE FUNC-DP-CODIGO TO
                           WRK-TAB-DEP-CODIGO (WRK-DEP-IDX)
                       IF FUNC-DP-EMPRESA IS NUMERIC
                          AND FUNC-DP-EMPRESA > ZEROS
                           MOVE FUNC-DP-EMPRESA TO
                               WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
                       ELSE
                           MOVE SIS-EMPRESA-MATRIZ TO
                               WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       END-IF.

       0150-CARREGAR-QUADRO.
       OPEN INPUT FUNC-VAGA-FILE
       IF WRK-VAGA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-VAGA-FILE INTO FUNC-VAGA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-VAGAS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-VAGAS
                       SET WRK-VAG-IDX TO WRK-QTD-VAGAS
                       MOVE FUNC-VG-DEPARTAMENTO TO
                           WRK-TAB-VAG-DEPARTAMENTO (WRK-VAG-IDX)
                       MOVE FUNC-VG-CARGO TO
                           WRK-TAB-VAG-CARGO (WRK-VAG-IDX)
                       MOVE 'S' TO WRK-TAB-VAG-COM-QUADRO (WRK-VAG-IDX)
                       IF FUNC-VG-AUTORIZADO IS NUMERIC
                           MOVE FUNC-VG-AUTORIZADO TO
                               WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
                       ELSE
                           MOVE ZEROS TO
                               WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
                       END-IF
                       MOVE ZEROS TO WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
                       MOVE FUNC-VG-DEPARTAMENTO TO WRK-DEPARTAMENTO
                       MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
                       PERFORM 0170-EMPRESA-DO-DEPARTAMENTO
                       MOVE WRK-EMPRESA TO
                           WRK-TAB-VAG-EMPRESA (WRK-VAG-IDX)
               END-READ
           END-PERFORM
           CLOSE FUNC-VAGA-FILE
       END-IF.

      *    a department missing from FUNCDEP.DAT keeps the company
      *    already in WRK-EMPRESA
       0170-EMPRESA-DO-DEPARTAMENTO.
       SET WRK-DEP-IDX TO 1
       SEARCH WRK-TAB-DEP
           AT END
               CONTINUE
           WHEN WRK-DEP-IDX > WRK-QTD-DEPARTAMENTOS
               CONTINUE
           WHEN WRK-TAB-DEP-CODIGO (WRK-DEP-IDX) = WRK-DEPARTAMENTO
               MOVE WRK-TAB-DEP-EMPRESA (WRK-DEP-IDX) TO WRK-EMPRESA
       END-SEARCH.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT FUNC-VAGAS-REL-FILE
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-CABECALHO
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE ZEROS TO FUNC-MT-MATRICULA
       START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
           INVALID KEY MOVE 'S' TO WRK-FIM-MASTER
       END-START
       PERFORM 0250-LER-MASTER.

       0250-LER-MASTER.
       IF NOT WRK-FIM-MASTER-OK
           READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
               AT END MOVE 'S' TO WRK-FIM-MASTER
           END-READ
       END-IF.

       0300-PROCESSAR.
       IF FUNC-MS-ATIVO
           PERFORM 0360-LOCALIZAR-VAGA
           ADD 1 TO WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
       END-IF
       PERFORM 0250-LER-MASTER.

      *    a position held by active employees but missing from the
      *    authorized headcount is added with no authorized count
       0360-LOCALIZAR-VAGA.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-VAG-IDX TO 1
       SEARCH WRK-TAB-VAG
           AT END
               CONTINUE
           WHEN WRK-VAG-IDX > WRK-QTD-VAGAS
               CONTINUE
           WHEN WRK-TAB-VAG-DEPARTAMENTO (WRK-VAG-IDX)
                   = FUNC-MS-DEPARTAMENTO
              AND WRK-TAB-VAG-CARGO (WRK-VAG-IDX) = FUNC-MS-CARGO
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH
       IF NOT WRK-ACHOU-OK
           IF WRK-QTD-VAGAS >= 500
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-VAGAS
           SET WRK-VAG-IDX TO WRK-QTD-VAGAS
           MOVE FUNC-MS-DEPARTAMENTO TO
               WRK-TAB-VAG-DEPARTAMENTO (WRK-VAG-IDX)
           MOVE FUNC-MS-CARGO TO WRK-TAB-VAG-CARGO (WRK-VAG-IDX)
           MOVE 'N' TO WRK-TAB-VAG-COM-QUADRO (WRK-VAG-IDX)
           MOVE ZEROS TO WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
           MOVE ZEROS TO WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
           MOVE FUNC-MS-DEPARTAMENTO TO WRK-DEPARTAMENTO
           IF FUNC-MS-EMPRESA IS NUMERIC
              AND FUNC-MS-EMPRESA > ZEROS
               MOVE FUNC-MS-EMPRESA TO WRK-EMPRESA
           ELSE
               MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
           END-IF
           PERFORM 0170-EMPRESA-DO-DEPARTAMENTO
           MOVE WRK-EMPRESA TO WRK-TAB-VAG-EMPRESA (WRK-VAG-IDX)
       END-IF.

       0800-RELATORIO-VAGAS.
       PERFORM VARYING WRK-VAG-IDX FROM 1 BY 1
               UNTIL WRK-VAG-IDX > WRK-QTD-VAGAS
           PERFORM 0850-IMPRIMIR-VAGA
       END-PERFORM
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'FUNC-VAGAS' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
           WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF.

       0810-TOTAIS-EMPRESAS.
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
           MOVE WRK-TAB-EMT-AUTORIZADO (WRK-EMT-IDX)
               TO WRK-LE-AUTORIZADO
           MOVE WRK-TAB-EMT-OCUPADO (WRK-EMT-IDX) TO WRK-LE-OCUPADO
           MOVE WRK-TAB-EMT-VAGAS (WRK-EMT-IDX) TO WRK-LE-VAGAS
           MOVE WRK-TAB-EMT-EXCESSO (WRK-EMT-IDX) TO WRK-LE-EXCESSO
           MOVE WRK-TAB-EMT-SEM-QUADRO (WRK-EMT-IDX)
               TO WRK-LE-SEM-QUADRO
           WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL AUTORIZADO......: ' DELIMITED BY SIZE
           WRK-TOT-AUTORIZADO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL OCUPADO.........: ' DELIMITED BY SIZE
           WRK-TOT-OCUPADO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'VAGAS EM ABERTO.......: ' DELIMITED BY SIZE
           WRK-TOT-VAGAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EXCESSO SOBRE QUADRO..: ' DELIMITED BY SIZE
           WRK-TOT-EXCESSO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'OCUPADOS SEM QUADRO...: ' DELIMITED BY SIZE
           WRK-TOT-SEM-QUADRO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-RESUMO.

       0850-IMPRIMIR-VAGA.
       MOVE ZEROS TO WRK-VAGAS-ABERTAS
       MOVE ZEROS TO WRK-EXCESSO
       PERFORM 0860-LOCALIZAR-EMPRESA
       EVALUATE TRUE
           WHEN NOT WRK-TAB-VAG-COM-QUADRO-OK (WRK-VAG-IDX)
               MOVE 'SEM QUADRO' TO WRK-LV-SITUACAO
               ADD WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
                   TO WRK-TOT-SEM-QUADRO
               ADD WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
                   TO WRK-TAB-EMT-SEM-QUADRO (WRK-EMT-IDX)
           WHEN WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
                   > WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
               COMPUTE WRK-EXCESSO =
                   WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
                   - WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
               MOVE 'EXCEDIDO' TO WRK-LV-SITUACAO
           WHEN WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
                   = WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
               MOVE 'COMPLETO' TO WRK-LV-SITUACAO
           WHEN OTHER
               COMPUTE WRK-VAGAS-ABERTAS =
                   WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
                   - WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
               MOVE 'COM VAGAS' TO WRK-LV-SITUACAO
       END-EVALUATE
       MOVE WRK-TAB-VAG-DEPARTAMENTO (WRK-VAG-IDX) TO WRK-LV-DEPTO
       MOVE WRK-TAB-VAG-CARGO (WRK-VAG-IDX) TO WRK-LV-CARGO
       MOVE WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX) TO WRK-LV-AUTORIZADO
       MOVE WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX) TO WRK-LV-OCUPADO
       MOVE WRK-VAGAS-ABERTAS TO WRK-LV-VAGAS
       MOVE WRK-EXCESSO TO WRK-LV-EXCESSO
       WRITE FUNC-VAGAS-REL-LINHA FROM WRK-LINHA-VAGA
       ADD WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX) TO WRK-TOT-AUTORIZADO
       ADD WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX) TO WRK-TOT-OCUPADO
       ADD WRK-VAGAS-ABERTAS TO WRK-TOT-VAGAS
       ADD WRK-EXCESSO TO WRK-TOT-EXCESSO
       ADD WRK-TAB-VAG-AUTORIZADO (WRK-VAG-IDX)
           TO WRK-TAB-EMT-AUTORIZADO (WRK-EMT-IDX)
       ADD WRK-TAB-VAG-OCUPADO (WRK-VAG-IDX)
           TO WRK-TAB-EMT-OCUPADO (WRK-EMT-IDX)
       ADD WRK-VAGAS-ABERTAS TO WRK-TAB-EMT-VAGAS (WRK-EMT-IDX)
       ADD WRK-EXCESSO TO WRK-TAB-EMT-EXCESSO (WRK-EMT-IDX).

       0860-LOCALIZAR-EMPRESA.
       MOVE WRK-TAB-VAG-EMPRESA (WRK-VAG-IDX) TO WRK-EMPRESA
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-AUTORIZADO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-OCUPADO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-VAGAS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-EXCESSO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SEM-QUADRO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
