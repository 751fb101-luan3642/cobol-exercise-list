      ******************************************************************
      * Author:
      * Date:
      * Purpose: salary credit remittance for EX26 - turns the
      *          net-pay records of the pay runs (EX26LIQ.DAT monthly,
      *          EX26LIQ13.DAT 13th salary, EX26LIQFER.DAT vacation
      *          pay, EX26LIQRES.DAT termination settlements - a run
      *          not made this cycle is simply skipped)
      *          into the fixed-layout bank remittance EX26REM.DAT:
      *          one header (tipo 0), one detail per credit (tipo 1)
      *          with the account taken from FUNCCTA.DAT, and a
      *          trailer (tipo 9) with the credit count and total.
      *          Every credit sent is kept in
      *          the credit-control file EX26CRED.DAT with its
      *          remittance number and situacao (E=enviado P=pago
      *          R=rejeitado X=reemitido), which EX26-RETORNO updates
      *          from the bank return. A matricula/competencia/tipo
      *          already in EX26CRED.DAT is never sent twice, and a
      *          matricula without an account is kept as rejected
      *          (motivo SC) and listed in EX26REMREL.DAT.
      *          EX26REMPRM.DAT = 'R' switches the run to reissue:
      *          only the rejected credits are sent again, with the
      *          account as it is now in FUNCCTA.DAT, and the old
      *          credit is marked X. The remittance number is the
      *          highest one in EX26CRED.DAT plus one. The credits
      *          sent are totaled per company (the one of the net-pay
      *          record, or the company whose matricula range holds
      *          the matricula on a reissue), with the total of the
      *          whole group only when SIS-CONSOLIDA left a request
      *          for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-REMESSA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-LIQUIDO-FILE ASSIGN TO WRK-NOME-LIQUIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQUIDO-STATUS.
           SELECT FUNC-CONTA-FILE ASSIGN TO 'FUNCCTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTA-STATUS.
           SELECT EX26-CREDITO-FILE ASSIGN TO 'EX26CRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDITO-STATUS.
           SELECT EX26-REMPRM-FILE ASSIGN TO 'EX26REMPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMPRM-STATUS.
           SELECT EX26-REMESSA-FILE ASSIGN TO 'EX26REM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMESSA-STATUS.
           SELECT EX26-REMESSA-REL-FILE ASSIGN TO 'EX26REMREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-LIQUIDO-FILE.
       01 EX26-LIQUIDO-LINHA PIC X(68).

       FD  FUNC-CONTA-FILE.
       01 FUNC-CONTA-LINHA PIC X(27).

       FD  EX26-CREDITO-FILE.
       01 EX26-CREDITO-LINHA PIC X(52).

       FD  EX26-REMPRM-FILE.
       01 EX26-REMPRM-LINHA PIC X(01).

       FD  EX26-REMESSA-FILE.
       01 EX26-REMESSA-LINHA PIC X(80).

       FD  EX26-REMESSA-REL-FILE.
       01 EX26-REMESSA-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-LIQUIDO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-CONTA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-CREDITO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-REMPRM-STATUS    PIC X(02) VALUE '00'.
       77 WRK-REMESSA-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-CONTAS PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONTAS-OK VALUE 'S'.
       77 WRK-FIM-CREDITOS PIC X(01) VALUE 'N'.
           88 WRK-FIM-CREDITOS-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-ACHOU-CONTA PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CONTA-OK VALUE 'S'.
       77 WRK-MODO PIC X(01) VALUE 'N'.
           88 WRK-MODO-REEMISSAO VALUE 'R'.

       01 WRK-LISTA-LIQUIDOS.
           05 FILLER PIC X(20) VALUE 'EX26LIQ.DAT'.
           05 FILLER PIC X(20) VALUE 'EX26LIQ13.DAT'.
           05 FILLER PIC X(20) VALUE 'EX26LIQFER.DAT'.
           05 FILLER PIC X(20) VALUE 'EX26LIQRES.DAT'.
       01 WRK-TAB-LIQUIDOS REDEFINES WRK-LISTA-LIQUIDOS.
           05 WRK-TAB-LIQ-NOME PIC X(20) OCCURS 4 TIMES.
       77 WRK-QTD-LIQUIDOS PIC 9(02) VALUE 4.
       77 WRK-LIQ-POS      PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-LIQUIDO PIC X(20) VALUE SPACES.

       01 WRK-TABELA-CONTAS.
           05 WRK-TAB-CTA OCCURS 1000 TIMES
               INDEXED BY WRK-CTA-IDX.
               10 WRK-TAB-CTA-MATRICULA PIC 9(05).
               10 WRK-TAB-CTA-BANCO     PIC 9(03).
               10 WRK-TAB-CTA-AGENCIA   PIC 9(05).
               10 WRK-TAB-CTA-CONTA     PIC 9(12).
               10 WRK-TAB-CTA-DIGITO    PIC X(01).
               10 WRK-TAB-CTA-TIPO      PIC X(01).
       77 WRK-QTD-CONTAS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-CREDITOS.
           05 WRK-TAB-CRE OCCURS 5000 TIMES
               INDEXED BY WRK-CRE-IDX.
               10 WRK-TAB-CRE-REGISTRO PIC X(52).
       77 WRK-QTD-CREDITOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ORIGINAL  PIC 9(04) VALUE ZEROS.
       77 WRK-CRE-POS       PIC 9(04) VALUE ZEROS.

       77 WRK-NUM-REMESSA   PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-REG       PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ENVIADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CONTA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-ENVIADO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-VALOR  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ENVIADO   PIC 9(11)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO PIC 9(02).
               10 WRK-TAB-EMT-QTD    PIC 9(05).
               10 WRK-TAB-EMT-VALOR  PIC 9(11)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'REMESSA DE CREDITO DE SALARIO - EX26-REMESSA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-REMESSA.
           05 FILLER            PIC X(09) VALUE 'REMESSA: '.
           05 WRK-LM-REMESSA     PIC 9(06).
           05 FILLER            PIC X(08) VALUE '  MODO: '.
           05 WRK-LM-MODO        PIC X(20).
       01 WRK-LINHA-CREDITO.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LC-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LC-COMPETENCIA PIC 9(06).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LC-TIPO        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-BANCO       PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LC-AGENCIA     PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LC-CONTA       PIC 9(12).
           05 FILLER            PIC X(01) VALUE '-'.
           05 WRK-LC-DIGITO      PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-VALOR       PIC ZZZZZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-OBSERVACAO  PIC X(20).
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZZZ9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(11) VALUE ' CREDITOS: '.
           05 WRK-LE-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE ' REMETIDO: '.
           05 WRK-LE-VALOR       PIC ZZZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LG-USUARIO     PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-LER-PARAMETRO.
       PERFORM 0150-CARREGAR-CONTAS.
       PERFORM 0170-CARREGAR-CREDITOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       IF WRK-MODO-REEMISSAO
           PERFORM 0500-REEMITIR-REJEITADOS
       ELSE
           PERFORM 0250-PROCESSAR-ARQUIVO
               VARYING WRK-LIQ-POS FROM 1 BY 1
               UNTIL WRK-LIQ-POS > WRK-QTD-LIQUIDOS
       END-IF.
       PERFORM 0700-GRAVAR-TRAILER.
       PERFORM 0750-GRAVAR-CREDITOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-SEM-CONTA = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-LER-PARAMETRO.
       OPEN INPUT EX26-REMPRM-FILE
       IF WRK-REMPRM-STATUS = '00'
           READ EX26-REMPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX26-REMPRM-LINHA = 'R'
                       MOVE 'R' TO WRK-MODO
                   END-IF
           END-READ
           CLOSE EX26-REMPRM-FILE
       END-IF.

       0150-CARREGAR-CONTAS.
       OPEN INPUT FUNC-CONTA-FILE
       IF WRK-CONTA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-CONTAS-OK
               READ FUNC-CONTA-FILE INTO FUNC-CONTA-REC
                   AT END MOVE 'S' TO WRK-FIM-CONTAS
                   NOT AT END
                       IF WRK-QTD-CONTAS >= 1000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONTAS
                       MOVE FUNC-CC-MATRICULA TO
                           WRK-TAB-CTA-MATRICULA (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-BANCO TO
                           WRK-TAB-CTA-BANCO (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-AGENCIA TO
                           WRK-TAB-CTA-AGENCIA (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-CONTA TO
                           WRK-TAB-CTA-CONTA (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-DIGITO TO
                           WRK-TAB-CTA-DIGITO (WRK-QTD-CONTAS)
                       MOVE FUNC-CC-TIPO TO
                           WRK-TAB-CTA-TIPO (WRK-QTD-CONTAS)
               END-READ
           END-PERFORM
           CLOSE FUNC-CONTA-FILE
       END-IF.

       0170-CARREGAR-CREDITOS.
       OPEN INPUT EX26-CREDITO-FILE
       IF WRK-CREDITO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-CREDITOS-OK
               READ EX26-CREDITO-FILE INTO EX26-CREDITO-REC
                   AT END MOVE 'S' TO WRK-FIM-CREDITOS
                   NOT AT END
                       IF WRK-QTD-CREDITOS >= 5000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CREDITOS
                       MOVE EX26-CREDITO-REC TO
                           WRK-TAB-CRE-REGISTRO (WRK-QTD-CREDITOS)
                       IF EX26-CR-REMESSA > WRK-NUM-REMESSA
                           MOVE EX26-CR-REMESSA TO WRK-NUM-REMESSA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-CREDITO-FILE
       END-IF
       MOVE WRK-QTD-CREDITOS TO WRK-QTD-ORIGINAL
       ADD 1 TO WRK-NUM-REMESSA.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX26-REMESSA-FILE
       OPEN OUTPUT EX26-REMESSA-REL-FILE
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-CABECALHO
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-NUM-REMESSA TO WRK-LM-REMESSA
       IF WRK-MODO-REEMISSAO
           MOVE 'REEMISSAO REJEITADOS' TO WRK-LM-MODO
       ELSE
           MOVE 'NORMAL' TO WRK-LM-MODO
       END-IF
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-REMESSA
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-BRANCO

       MOVE SPACES TO EX26-REMESSA-HDR-REC
       MOVE '0' TO EX26-RH-TIPO-REG
       MOVE WRK-NUM-REMESSA TO EX26-RH-REMESSA
       MOVE WRK-DATA-SISTEMA TO EX26-RH-DATA
       MOVE 'CREDITO DE SALARIO' TO EX26-RH-SERVICO
       WRITE EX26-REMESSA-LINHA FROM EX26-REMESSA-HDR-REC.

       0250-PROCESSAR-ARQUIVO.
       MOVE WRK-TAB-LIQ-NOME (WRK-LIQ-POS) TO WRK-NOME-LIQUIDO
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LIQUIDO-FILE
       IF WRK-LIQUIDO-STATUS = '00'
           READ EX26-LIQUIDO-FILE INTO EX26-LIQUIDO-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ
           PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK
           CLOSE EX26-LIQUIDO-FILE
       END-IF.

       0300-PROCESSAR.
       PERFORM 0350-LOCALIZAR-CREDITO
       EVALUATE TRUE
           WHEN WRK-ACHOU-OK
               ADD 1 TO WRK-QT-JA-ENVIADO
           WHEN EX26-LQ-VLR-LIQUIDO = ZEROS
               ADD 1 TO WRK-QT-SEM-VALOR
           WHEN OTHER
               MOVE EX26-LQ-MATRICULA TO EX26-CR-MATRICULA
               MOVE EX26-LQ-COMPETENCIA TO EX26-CR-COMPETENCIA
               MOVE EX26-LQ-TIPO TO EX26-CR-TIPO-FOLHA
               MOVE EX26-LQ-VLR-LIQUIDO TO EX26-CR-VALOR
               PERFORM 0400-ENVIAR-CREDITO
       END-EVALUATE
       READ EX26-LIQUIDO-FILE INTO EX26-LIQUIDO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0350-LOCALIZAR-CREDITO.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-CRE-IDX FROM 1 BY 1
               UNTIL WRK-CRE-IDX > WRK-QTD-CREDITOS OR WRK-ACHOU-OK
           MOVE WRK-TAB-CRE-REGISTRO (WRK-CRE-IDX) TO EX26-CREDITO-REC
           IF EX26-CR-MATRICULA = EX26-LQ-MATRICULA
              AND EX26-CR-COMPETENCIA = EX26-LQ-COMPETENCIA
              AND EX26-CR-TIPO-FOLHA = EX26-LQ-TIPO
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM.

       0380-LOCALIZAR-CONTA.
       MOVE 'N' TO WRK-ACHOU-CONTA
       SET WRK-CTA-IDX TO 1
       SEARCH WRK-TAB-CTA
           AT END
               CONTINUE
           WHEN WRK-CTA-IDX > WRK-QTD-CONTAS
               CONTINUE
           WHEN WRK-TAB-CTA-MATRICULA (WRK-CTA-IDX)
                   = EX26-CR-MATRICULA
               MOVE 'S' TO WRK-ACHOU-CONTA
       END-SEARCH.

       0400-ENVIAR-CREDITO.
       PERFORM 0380-LOCALIZAR-CONTA
       MOVE WRK-NUM-REMESSA TO EX26-CR-REMESSA
       IF WRK-ACHOU-CONTA-OK
           MOVE WRK-TAB-CTA-BANCO (WRK-CTA-IDX) TO EX26-CR-BANCO
           MOVE WRK-TAB-CTA-AGENCIA (WRK-CTA-IDX) TO EX26-CR-AGENCIA
           MOVE WRK-TAB-CTA-CONTA (WRK-CTA-IDX) TO EX26-CR-CONTA
           MOVE WRK-TAB-CTA-DIGITO (WRK-CTA-IDX) TO EX26-CR-DIGITO
           MOVE WRK-TAB-CTA-TIPO (WRK-CTA-IDX) TO EX26-CR-TIPO-CONTA
           MOVE 'E' TO EX26-CR-SITUACAO
           MOVE SPACES TO EX26-CR-MOTIVO
           PERFORM 0450-GRAVAR-DETALHE
           MOVE 'ENVIADO' TO WRK-LC-OBSERVACAO
       ELSE
           MOVE ZEROS TO EX26-CR-BANCO
           MOVE ZEROS TO EX26-CR-AGENCIA
           MOVE ZEROS TO EX26-CR-CONTA
           MOVE SPACES TO EX26-CR-DIGITO
           MOVE SPACES TO EX26-CR-TIPO-CONTA
           MOVE 'R' TO EX26-CR-SITUACAO
           MOVE 'SC' TO EX26-CR-MOTIVO
           ADD 1 TO WRK-QT-SEM-CONTA
           MOVE 'SEM CONTA CADASTRADA' TO WRK-LC-OBSERVACAO
       END-IF
       IF WRK-QTD-CREDITOS >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-CREDITOS
       MOVE EX26-CREDITO-REC TO WRK-TAB-CRE-REGISTRO (WRK-QTD-CREDITOS)
       PERFORM 0480-LISTAR-CREDITO.

       0450-GRAVAR-DETALHE.
       ADD 1 TO WRK-SEQ-REG
       ADD 1 TO WRK-QT-ENVIADOS
       ADD EX26-CR-VALOR TO WRK-TOT-ENVIADO
       MOVE SPACES TO EX26-REMESSA-DET-REC
       MOVE '1' TO EX26-RD-TIPO-REG
       MOVE WRK-NUM-REMESSA TO EX26-RD-REMESSA
       MOVE WRK-SEQ-REG TO EX26-RD-SEQ-REG
       MOVE EX26-CR-MATRICULA TO EX26-RD-MATRICULA
       MOVE EX26-CR-COMPETENCIA TO EX26-RD-COMPETENCIA
       MOVE EX26-CR-TIPO-FOLHA TO EX26-RD-TIPO-FOLHA
       MOVE EX26-CR-BANCO TO EX26-RD-BANCO
       MOVE EX26-CR-AGENCIA TO EX26-RD-AGENCIA
       MOVE EX26-CR-CONTA TO EX26-RD-CONTA
       MOVE EX26-CR-DIGITO TO EX26-RD-DIGITO
       MOVE EX26-CR-TIPO-CONTA TO EX26-RD-TIPO-CONTA
       MOVE EX26-CR-VALOR TO EX26-RD-VALOR
       WRITE EX26-REMESSA-LINHA FROM EX26-REMESSA-DET-REC
       PERFORM 0460-EMPRESA-DO-CREDITO
       PERFORM 0470-SOMAR-EMPRESA.

      *    company of the net-pay record; a reissue has only the
      *    credit, so the matricula range decides
       0460-EMPRESA-DO-CREDITO.
       IF NOT WRK-MODO-REEMISSAO
          AND EX26-LQ-EMPRESA IS NUMERIC
          AND EX26-LQ-EMPRESA > ZEROS
           MOVE EX26-LQ-EMPRESA TO WRK-EMPRESA
       ELSE
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE EX26-CR-MATRICULA TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           MOVE SIS-EP-EMPRESA TO WRK-EMPRESA
       END-IF.

       0470-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-VALOR (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD EX26-CR-VALOR TO WRK-TAB-EMT-VALOR (WRK-EMT-IDX).

       0480-LISTAR-CREDITO.
       MOVE EX26-CR-MATRICULA TO WRK-LC-MATRICULA
       MOVE EX26-CR-COMPETENCIA TO WRK-LC-COMPETENCIA
       MOVE EX26-CR-TIPO-FOLHA TO WRK-LC-TIPO
       MOVE EX26-CR-BANCO TO WRK-LC-BANCO
       MOVE EX26-CR-AGENCIA TO WRK-LC-AGENCIA
       MOVE EX26-CR-CONTA TO WRK-LC-CONTA
       MOVE EX26-CR-DIGITO TO WRK-LC-DIGITO
       MOVE EX26-CR-VALOR TO WRK-LC-VALOR
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-CREDITO.

       0500-REEMITIR-REJEITADOS.
       PERFORM VARYING WRK-CRE-POS FROM 1 BY 1
               UNTIL WRK-CRE-POS > WRK-QTD-ORIGINAL
           MOVE WRK-TAB-CRE-REGISTRO (WRK-CRE-POS) TO EX26-CREDITO-REC
           IF EX26-CR-REJEITADO
               PERFORM 0550-REEMITIR-CREDITO
           END-IF
       END-PERFORM.

       0550-REEMITIR-CREDITO.
       PERFORM 0380-LOCALIZAR-CONTA
       IF WRK-ACHOU-CONTA-OK
           MOVE 'X' TO EX26-CR-SITUACAO
           MOVE EX26-CREDITO-REC TO WRK-TAB-CRE-REGISTRO (WRK-CRE-POS)
           PERFORM 0400-ENVIAR-CREDITO
       ELSE
           ADD 1 TO WRK-QT-SEM-CONTA
           MOVE 'SEM CONTA CADASTRADA' TO WRK-LC-OBSERVACAO
           PERFORM 0480-LISTAR-CREDITO
       END-IF.

       0700-GRAVAR-TRAILER.
       MOVE SPACES TO EX26-REMESSA-TRL-REC
       MOVE '9' TO EX26-RT-TIPO-REG
       MOVE WRK-NUM-REMESSA TO EX26-RT-REMESSA
       MOVE WRK-QT-ENVIADOS TO EX26-RT-QTD
       MOVE WRK-TOT-ENVIADO TO EX26-RT-TOTAL
       WRITE EX26-REMESSA-LINHA FROM EX26-REMESSA-TRL-REC.

       0750-GRAVAR-CREDITOS.
       OPEN OUTPUT EX26-CREDITO-FILE
       PERFORM VARYING WRK-CRE-IDX FROM 1 BY 1
               UNTIL WRK-CRE-IDX > WRK-QTD-CREDITOS
           MOVE WRK-TAB-CRE-REGISTRO (WRK-CRE-IDX)
               TO EX26-CREDITO-LINHA
           WRITE EX26-CREDITO-LINHA
       END-PERFORM
       CLOSE EX26-CREDITO-FILE.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-REMESSA' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LE-QTD
           MOVE WRK-TAB-EMT-VALOR (WRK-EMT-IDX) TO WRK-LE-VALOR
           WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LG-USUARIO
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'TOTAL REMETIDO........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-ENVIADO TO WRK-LO-VALOR
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-TOTAL.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CREDITOS REMETIDOS....: ' DELIMITED BY SIZE
           WRK-QT-ENVIADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM CONTA CADASTRADA..: ' DELIMITED BY SIZE
           WRK-QT-SEM-CONTA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-RESUMO
       IF NOT WRK-MODO-REEMISSAO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'JA REMETIDOS ANTES....: ' DELIMITED BY SIZE
               WRK-QT-JA-ENVIADO DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'LIQUIDO ZERO..........: ' DELIMITED BY SIZE
               WRK-QT-SEM-VALOR DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX26-REMESSA-REL-LINHA FROM WRK-LINHA-RESUMO
       END-IF.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX26-REMESSA-FILE
       CLOSE EX26-REMESSA-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
