      ******************************************************************
      * Author:
      * Date:
      * Purpose: bank return processing for the EX26 salary credits -
      *          reads the return file EX26RET.DAT, which comes back
      *          in the layout of the remittance EX26REM.DAT with the
      *          occurrence code filled in on each detail (00=credit
      *          paid, CI=conta invalida, CE=conta encerrada, anything
      *          else = rejected by the bank). Each detail is matched
      *          to the credit sent in EX26CRED.DAT by remessa,
      *          matricula, competencia and tipo, which is marked
      *          P (pago) or R (rejeitado) with the occurrence as
      *          motivo. The rejected employees are listed with name
      *          and account in EX26RETREL.DAT so HR can correct the
      *          account in FUNC-CONTA and reissue them through
      *          EX26-REMESSA (EX26REMPRM.DAT = 'R'). Details that
      *          match no credit sent are listed and end the run
      *          with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-RETORNO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-RETORNO-FILE ASSIGN TO 'EX26RET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETORNO-STATUS.
           SELECT EX26-CREDITO-FILE ASSIGN TO 'EX26CRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDITO-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX26-RETORNO-REL-FILE ASSIGN TO 'EX26RETREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-RETORNO-FILE.
       01 EX26-RETORNO-LINHA PIC X(80).

       FD  EX26-CREDITO-FILE.
       01 EX26-CREDITO-LINHA PIC X(52).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-RETORNO-REL-FILE.
       01 EX26-RETORNO-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.

       77 WRK-RETORNO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-CREDITO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-CREDITOS PIC X(01) VALUE 'N'.
           88 WRK-FIM-CREDITOS-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-TABELA-CREDITOS.
           05 WRK-TAB-CRE OCCURS 5000 TIMES
               INDEXED BY WRK-CRE-IDX.
               10 WRK-TAB-CRE-REGISTRO PIC X(52).
       77 WRK-QTD-CREDITOS  PIC 9(04) VALUE ZEROS.

       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PAGOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CREDITO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PAGO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REJEITADO PIC 9(11)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'RETORNO DE CREDITO DE SALARIO - EX26-RETORNO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-TITULO-REJEITADOS PIC X(60) VALUE
           'CREDITOS REJEITADOS - CORRIGIR CONTA E REEMITIR'.
       01 WRK-LINHA-REJEITADO.
           05 WRK-LJ-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-NOME        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-BANCO       PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-AGENCIA     PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-CONTA       PIC 9(12).
           05 FILLER            PIC X(01) VALUE '-'.
           05 WRK-LJ-DIGITO      PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-VALOR       PIC ZZZZZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-MOTIVO      PIC X(16).
       01 WRK-LINHA-SEM-CREDITO.
           05 FILLER            PIC X(09) VALUE 'REMESSA: '.
           05 WRK-LS-REMESSA     PIC 9(06).
           05 FILLER            PIC X(08) VALUE '  MATR: '.
           05 WRK-LS-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LS-COMPETENCIA PIC 9(06).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LS-TIPO        PIC X(01).
           05 FILLER            PIC X(30) VALUE
               '  CREDITO ENVIADO NAO LOCALIZ.'.
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-CREDITOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK.
       PERFORM 0750-GRAVAR-CREDITOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-SEM-CREDITO = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-CREDITOS.
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
               END-READ
           END-PERFORM
           CLOSE EX26-CREDITO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX26-RETORNO-FILE
       OPEN INPUT FUNC-MASTER-FILE
       OPEN OUTPUT EX26-RETORNO-REL-FILE
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-TITULO-REJEITADOS
       IF WRK-RETORNO-STATUS NOT = '00'
           MOVE 'S' TO WRK-FIM-ARQUIVO
       ELSE
           READ EX26-RETORNO-FILE INTO EX26-REMESSA-DET-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ
       END-IF.

       0300-PROCESSAR.
       IF EX26-RD-TIPO-REG = '1'
           ADD 1 TO WRK-QT-LIDOS
           PERFORM 0350-LOCALIZAR-CREDITO
           IF WRK-ACHOU-OK
               PERFORM 0400-BAIXAR-CREDITO
           ELSE
               ADD 1 TO WRK-QT-SEM-CREDITO
               MOVE EX26-RD-REMESSA TO WRK-LS-REMESSA
               MOVE EX26-RD-MATRICULA TO WRK-LS-MATRICULA
               MOVE EX26-RD-COMPETENCIA TO WRK-LS-COMPETENCIA
               MOVE EX26-RD-TIPO-FOLHA TO WRK-LS-TIPO
               WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-SEM-CREDITO
           END-IF
       END-IF
       READ EX26-RETORNO-FILE INTO EX26-REMESSA-DET-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0350-LOCALIZAR-CREDITO.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-CRE-IDX TO 1
       PERFORM UNTIL WRK-CRE-IDX > WRK-QTD-CREDITOS OR WRK-ACHOU-OK
           MOVE WRK-TAB-CRE-REGISTRO (WRK-CRE-IDX) TO EX26-CREDITO-REC
           IF EX26-CR-REMESSA = EX26-RD-REMESSA
              AND EX26-CR-MATRICULA = EX26-RD-MATRICULA
              AND EX26-CR-COMPETENCIA = EX26-RD-COMPETENCIA
              AND EX26-CR-TIPO-FOLHA = EX26-RD-TIPO-FOLHA
              AND EX26-CR-ENVIADO
               MOVE 'S' TO WRK-ACHOU
           ELSE
               SET WRK-CRE-IDX UP BY 1
           END-IF
       END-PERFORM.

       0400-BAIXAR-CREDITO.
       IF EX26-RD-OCORRENCIA = '00'
           MOVE 'P' TO EX26-CR-SITUACAO
           MOVE SPACES TO EX26-CR-MOTIVO
           ADD 1 TO WRK-QT-PAGOS
           ADD EX26-CR-VALOR TO WRK-TOT-PAGO
       ELSE
           MOVE 'R' TO EX26-CR-SITUACAO
           MOVE EX26-RD-OCORRENCIA TO EX26-CR-MOTIVO
           ADD 1 TO WRK-QT-REJEITADOS
           ADD EX26-CR-VALOR TO WRK-TOT-REJEITADO
           PERFORM 0500-LISTAR-REJEITADO
       END-IF
       MOVE EX26-CREDITO-REC TO WRK-TAB-CRE-REGISTRO (WRK-CRE-IDX).

       0500-LISTAR-REJEITADO.
       MOVE EX26-CR-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY MOVE 'NAO CADASTRADO' TO FUNC-MS-NOME
       END-READ
       MOVE EX26-CR-MATRICULA TO WRK-LJ-MATRICULA
       MOVE FUNC-MS-NOME TO WRK-LJ-NOME
       MOVE EX26-CR-BANCO TO WRK-LJ-BANCO
       MOVE EX26-CR-AGENCIA TO WRK-LJ-AGENCIA
       MOVE EX26-CR-CONTA TO WRK-LJ-CONTA
       MOVE EX26-CR-DIGITO TO WRK-LJ-DIGITO
       MOVE EX26-CR-VALOR TO WRK-LJ-VALOR
       EVALUATE TRUE
           WHEN EX26-CR-CONTA-INVALIDA
               MOVE 'CONTA INVALIDA' TO WRK-LJ-MOTIVO
           WHEN EX26-CR-CONTA-ENCERRADA
               MOVE 'CONTA ENCERRADA' TO WRK-LJ-MOTIVO
           WHEN OTHER
               MOVE SPACES TO WRK-LJ-MOTIVO
               STRING 'OCORRENCIA ' DELIMITED BY SIZE
                   EX26-CR-MOTIVO DELIMITED BY SIZE
                   INTO WRK-LJ-MOTIVO
       END-EVALUATE
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-REJEITADO.

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
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'TOTAL PAGO............:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-PAGO TO WRK-LO-VALOR
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL REJEITADO.......:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-REJEITADO TO WRK-LO-VALOR
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DETALHES LIDOS........: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CREDITOS PAGOS........: ' DELIMITED BY SIZE
           WRK-QT-PAGOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CREDITOS REJEITADOS...: ' DELIMITED BY SIZE
           WRK-QT-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM CREDITO ENVIADO...: ' DELIMITED BY SIZE
           WRK-QT-SEM-CREDITO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-RETORNO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       IF WRK-RETORNO-STATUS NOT = '35'
           CLOSE EX26-RETORNO-FILE
       END-IF
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-RETORNO-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
