      ******************************************************************
      * Author:
      * Date:
      * Purpose: mid-month salary advance (adiantamento) for EX26 -
      *          pays the approved advances of EX26ADIREQ.DAT
      *          (matricula, caixa that pays it, approved amount) for
      *          the competencia in EX26ADIPRM.DAT (AAAAMM followed by
      *          the ceiling percentage, defaults the business-date
      *          month and 40 percent). An advance is limited to that
      *          percentage of the latest EX26-SA-VLR-BRUTO before the
      *          competencia in EX26SALHIS.DAT, and is refused for an
      *          employee not active in FUNCMST.DAT, without salary
      *          history, already advanced in the competencia or
      *          still owing an earlier advance. Each payout is
      *          posted to the cash subsystem as an EX2V2TRN.DAT
      *          disbursement (negative valor, tipo A, matricula in
      *          EX2V2-TX-REFERENCIA, company of the paying caixa
      *          from SIS-EMPRESA) dated on the business date, and
      *          kept open in the advance control file EX26ADIANT.DAT
      *          until EX26-LIQUIDO recovers it from net pay. The
      *          register EX26ADIREL.DAT lists what was paid, limited
      *          or refused, with the advances paid totalled by the
      *          company of the paying caixa; the group total is
      *          printed only when requested through SIS-CONSOLIDA.
      *          Any refusal ends the run with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-ADIANTAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-ADIPRM-FILE ASSIGN TO 'EX26ADIPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIPRM-STATUS.
           SELECT EX26-PEDIDO-FILE ASSIGN TO 'EX26ADIREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-STATUS.
           SELECT EX26-ADIANTAMENTO-FILE ASSIGN TO 'EX26ADIANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANTAMENTO-STATUS.
           SELECT EX26-SALARIO-HIS-FILE ASSIGN TO 'EX26SALHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIS-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRN-STATUS.
           SELECT EX26-ADIANT-REL-FILE ASSIGN TO 'EX26ADIREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-ADIPRM-FILE.
       01 EX26-ADIPRM-LINHA.
           05 EX26-ADIPRM-COMPETENCIA PIC X(06).
           05 EX26-ADIPRM-PERCENTUAL  PIC X(03).

       FD  EX26-PEDIDO-FILE.
       01 EX26-PEDIDO-LINHA PIC X(17).

       FD  EX26-ADIANTAMENTO-FILE.
       01 EX26-ADIANTAMENTO-LINHA PIC X(56).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX26-ADIANT-REL-FILE.
       01 EX26-ADIANT-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-ADIPRM-STATUS       PIC X(02) VALUE '00'.
       77 WRK-PEDIDO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-ADIANTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-SALHIS-STATUS       PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS       PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS          PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-TABELA-ADIANTAMENTOS.
           05 WRK-TAB-ADT OCCURS 2000 TIMES
               INDEXED BY WRK-ADT-IDX.
               10 WRK-TAB-ADT-MATRICULA   PIC 9(05).
               10 WRK-TAB-ADT-COMPETENCIA PIC 9(06).
               10 WRK-TAB-ADT-SITUACAO    PIC X(01).
       77 WRK-QTD-ADIANTAMENTOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-SALARIOS.
           05 WRK-TAB-SAL OCCURS 1000 TIMES
               INDEXED BY WRK-SAL-IDX.
               10 WRK-TAB-SAL-MATRICULA   PIC 9(05).
               10 WRK-TAB-SAL-COMPETENCIA PIC 9(06).
               10 WRK-TAB-SAL-BRUTO       PIC 9(07)V99.
       77 WRK-QTD-SALARIOS PIC 9(04) VALUE ZEROS.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-PERCENTUAL PIC 9(03) VALUE 40.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       77 WRK-BRUTO-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PAGO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MOTIVO-RECUSA  PIC X(40) VALUE SPACES.

       77 WRK-QT-PAGOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIMITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PAGO      PIC 9(09)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-QTD       PIC 9(05).
               10 WRK-TAB-EMT-PAGO      PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'ADIANTAMENTO SALARIAL - EX26-ADIANTAMENTO'.
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
           05 FILLER            PIC X(10) VALUE '  LIMITE: '.
           05 WRK-LY-PERCENTUAL  PIC ZZ9.
           05 FILLER            PIC X(16) VALUE '% DO BRUTO'.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LD-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(08) VALUE ' CAIXA: '.
           05 WRK-LD-CAIXA       PIC X(03).
           05 FILLER            PIC X(08) VALUE ' VALOR: '.
           05 WRK-LD-VALOR       PIC ZZZZZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-RESULTADO   PIC X(40).
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(08) VALUE ' PAGOS: '.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' VALOR: '.
           05 WRK-LM-PAGO        PIC ZZZZZZZZ9,99.
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
       PERFORM 0120-OBTER-PARAMETROS.
       PERFORM 0140-CARREGAR-ADIANTAMENTOS.
       PERFORM 0160-CARREGAR-SALARIOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-RECUSADOS = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-OBTER-PARAMETROS.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DN-ANO TO WRK-CP-ANO
       MOVE WRK-DN-MES TO WRK-CP-MES
       OPEN INPUT EX26-ADIPRM-FILE
       IF WRK-ADIPRM-STATUS = '00'
           READ EX26-ADIPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX26-ADIPRM-COMPETENCIA IS NUMERIC
                       MOVE EX26-ADIPRM-COMPETENCIA
                           TO WRK-COMPETENCIA-N
                   END-IF
                   IF EX26-ADIPRM-PERCENTUAL IS NUMERIC
                      AND EX26-ADIPRM-PERCENTUAL > '000'
                       MOVE EX26-ADIPRM-PERCENTUAL TO WRK-PERCENTUAL
                   END-IF
           END-READ
           CLOSE EX26-ADIPRM-FILE
       END-IF.

       0140-CARREGAR-ADIANTAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-ADIANTAMENTO-FILE
       IF WRK-ADIANTAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ADIANTAMENTO-FILE INTO EX26-ADIANTAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ADIANTAMENTOS >= 2000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ADIANTAMENTOS
                       MOVE EX26-AT-MATRICULA TO
                           WRK-TAB-ADT-MATRICULA (WRK-QTD-ADIANTAMENTOS)
                       MOVE EX26-AT-COMPETENCIA TO
                           WRK-TAB-ADT-COMPETENCIA
                               (WRK-QTD-ADIANTAMENTOS)
                       MOVE EX26-AT-SITUACAO TO
                           WRK-TAB-ADT-SITUACAO (WRK-QTD-ADIANTAMENTOS)
               END-READ
           END-PERFORM
           CLOSE EX26-ADIANTAMENTO-FILE
       END-IF.

       0160-CARREGAR-SALARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-HIS-FILE
       IF WRK-SALHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-HIS-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-SA-COMPETENCIA < WRK-COMPETENCIA-N
                           PERFORM 0170-GUARDAR-SALARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-HIS-FILE
       END-IF.

       0170-GUARDAR-SALARIO.
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
           MOVE EX26-SA-VLR-BRUTO TO WRK-TAB-SAL-BRUTO (WRK-SAL-IDX)
       END-IF.

       0200-ABRIR-ARQUIVOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-PEDIDO-FILE
       OPEN INPUT FUNC-MASTER-FILE
       OPEN EXTEND EX26-ADIANTAMENTO-FILE
       IF WRK-ADIANTAMENTO-STATUS = '35'
           OPEN OUTPUT EX26-ADIANTAMENTO-FILE
       END-IF
       OPEN EXTEND EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '35'
           OPEN OUTPUT EX2V2-TRANSACOES-FILE
       END-IF
       OPEN OUTPUT EX26-ADIANT-REL-FILE
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-CP-MES TO WRK-LY-MES
       MOVE WRK-CP-ANO TO WRK-LY-ANO
       MOVE WRK-PERCENTUAL TO WRK-LY-PERCENTUAL
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-COMPETENCIA
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-BRANCO
       IF WRK-PEDIDO-STATUS NOT = '00'
           MOVE 'S' TO WRK-FIM-ARQUIVO
       ELSE
           READ EX26-PEDIDO-FILE INTO EX26-ADIANT-PEDIDO-REC
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ
       END-IF.

       0300-PROCESSAR.
       PERFORM 0400-VALIDAR-PEDIDO
       MOVE EX26-AP-MATRICULA TO WRK-LD-MATRICULA
       MOVE EX26-AP-CAIXA TO WRK-LD-CAIXA
       IF WRK-MOTIVO-RECUSA = SPACES
           PERFORM 0500-PAGAR-ADIANTAMENTO
           MOVE WRK-VALOR-PAGO TO WRK-LD-VALOR
       ELSE
           ADD 1 TO WRK-QT-RECUSADOS
           MOVE EX26-AP-VALOR TO WRK-LD-VALOR
           MOVE WRK-MOTIVO-RECUSA TO WRK-LD-RESULTADO
       END-IF
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-DETALHE
       READ EX26-PEDIDO-FILE INTO EX26-ADIANT-PEDIDO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0400-VALIDAR-PEDIDO.
       MOVE SPACES TO WRK-MOTIVO-RECUSA
       MOVE 'N' TO WRK-ACHOU
       MOVE EX26-AP-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ
       MOVE ZEROS TO WRK-BRUTO-ANTERIOR
       SET WRK-SAL-IDX TO 1
       SEARCH WRK-TAB-SAL
           AT END
               CONTINUE
           WHEN WRK-SAL-IDX > WRK-QTD-SALARIOS
               CONTINUE
           WHEN WRK-TAB-SAL-MATRICULA (WRK-SAL-IDX) = EX26-AP-MATRICULA
               MOVE WRK-TAB-SAL-BRUTO (WRK-SAL-IDX)
                   TO WRK-BRUTO-ANTERIOR
       END-SEARCH
       EVALUATE TRUE
           WHEN NOT WRK-ACHOU-OK
               MOVE 'RECUSADO - MATRICULA NAO CADASTRADA'
                   TO WRK-MOTIVO-RECUSA
           WHEN FUNC-MS-INATIVO
               MOVE 'RECUSADO - EMPREGADO DESLIGADO'
                   TO WRK-MOTIVO-RECUSA
           WHEN EX26-AP-CAIXA = SPACES
               MOVE 'RECUSADO - CAIXA NAO INFORMADO'
                   TO WRK-MOTIVO-RECUSA
           WHEN EX26-AP-VALOR NOT NUMERIC OR EX26-AP-VALOR = ZEROS
               MOVE 'RECUSADO - VALOR INVALIDO' TO WRK-MOTIVO-RECUSA
           WHEN WRK-BRUTO-ANTERIOR = ZEROS
               MOVE 'RECUSADO - SEM SALARIO ANTERIOR'
                   TO WRK-MOTIVO-RECUSA
           WHEN OTHER
               PERFORM 0450-VERIFICAR-ANTERIORES
       END-EVALUATE.

       0450-VERIFICAR-ANTERIORES.
       PERFORM VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-QTD-ADIANTAMENTOS
                  OR WRK-MOTIVO-RECUSA NOT = SPACES
           IF WRK-TAB-ADT-MATRICULA (WRK-ADT-IDX) = EX26-AP-MATRICULA
               IF WRK-TAB-ADT-COMPETENCIA (WRK-ADT-IDX)
                      = WRK-COMPETENCIA-N
                   MOVE 'RECUSADO - JA ADIANTADO NA COMPETENCIA'
                       TO WRK-MOTIVO-RECUSA
               ELSE
                   IF WRK-TAB-ADT-SITUACAO (WRK-ADT-IDX) = 'A'
                       MOVE 'RECUSADO - ADIANTAMENTO ANTERIOR ABERTO'
                           TO WRK-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       0500-PAGAR-ADIANTAMENTO.
       COMPUTE WRK-LIMITE = WRK-BRUTO-ANTERIOR * WRK-PERCENTUAL / 100
       IF EX26-AP-VALOR > WRK-LIMITE
           MOVE WRK-LIMITE TO WRK-VALOR-PAGO
           ADD 1 TO WRK-QT-LIMITADOS
           MOVE 'PAGO - LIMITADO PELO PERCENTUAL DO BRUTO'
               TO WRK-LD-RESULTADO
       ELSE
           MOVE EX26-AP-VALOR TO WRK-VALOR-PAGO
           MOVE 'PAGO' TO WRK-LD-RESULTADO
       END-IF

       MOVE EX26-AP-CAIXA TO EX2V2-TX-CAIXA
       MOVE WRK-DATA-NEGOCIO TO EX2V2-TX-DATA
       COMPUTE EX2V2-TX-VALOR = WRK-VALOR-PAGO * -1
       MOVE SPACES TO EX2V2-TX-HISTORICO
       STRING 'ADIANTAMENTO ' DELIMITED BY SIZE
           EX26-AP-MATRICULA DELIMITED BY SIZE
           INTO EX2V2-TX-HISTORICO
       MOVE 'A' TO EX2V2-TX-TIPO
       MOVE SPACES TO EX2V2-TX-CAIXA-DESTINO
       MOVE EX26-AP-MATRICULA TO EX2V2-TX-REFERENCIA
       PERFORM 0510-EMPRESA-DO-CAIXA
       MOVE EX2V2-TRANSACAO-REC TO EX2V2-TRANSACOES-LINHA
       WRITE EX2V2-TRANSACOES-LINHA

       MOVE EX26-AP-MATRICULA TO EX26-AT-MATRICULA
       MOVE WRK-COMPETENCIA-N TO EX26-AT-COMPETENCIA
       MOVE EX26-AP-CAIXA TO EX26-AT-CAIXA
       MOVE WRK-DATA-NEGOCIO TO EX26-AT-DATA-PGTO
       MOVE WRK-VALOR-PAGO TO EX26-AT-VALOR
       MOVE ZEROS TO EX26-AT-DESCONTADO
       MOVE ZEROS TO EX26-AT-COMP-ULTIMO
       MOVE ZEROS TO EX26-AT-VLR-ULTIMO
       MOVE 'A' TO EX26-AT-SITUACAO
       MOVE EX26-ADIANTAMENTO-REC TO EX26-ADIANTAMENTO-LINHA
       WRITE EX26-ADIANTAMENTO-LINHA

       IF WRK-QTD-ADIANTAMENTOS >= 2000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-ADIANTAMENTOS
       MOVE EX26-AT-MATRICULA TO
           WRK-TAB-ADT-MATRICULA (WRK-QTD-ADIANTAMENTOS)
       MOVE EX26-AT-COMPETENCIA TO
           WRK-TAB-ADT-COMPETENCIA (WRK-QTD-ADIANTAMENTOS)
       MOVE EX26-AT-SITUACAO TO
           WRK-TAB-ADT-SITUACAO (WRK-QTD-ADIANTAMENTOS)

       ADD 1 TO WRK-QT-PAGOS
       ADD WRK-VALOR-PAGO TO WRK-TOT-PAGO
       PERFORM 0515-SOMAR-EMPRESA.

      *    the company of a transaction is that of its caixa
       0510-EMPRESA-DO-CAIXA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-CAIXA TO TRUE
       MOVE EX2V2-TX-CAIXA TO SIS-EP-CAIXA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       MOVE SIS-EP-EMPRESA TO EX2V2-TX-EMPRESA.

       0515-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE EX2V2-TX-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-PAGO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = EX2V2-TX-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD WRK-VALOR-PAGO TO WRK-TAB-EMT-PAGO (WRK-EMT-IDX).

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-ADIANTAMENTO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
           WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           MOVE 'TOTAL ADIANTADO.......:' TO WRK-LO-DESCRICAO
           MOVE WRK-TOT-PAGO TO WRK-LO-VALOR
           WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-TOTAL
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-PAGO (WRK-EMT-IDX) TO WRK-LM-PAGO
           WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ADIANTAMENTOS PAGOS...: ' DELIMITED BY SIZE
           WRK-QT-PAGOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LIMITADOS.............: ' DELIMITED BY SIZE
           WRK-QT-LIMITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'RECUSADOS.............: ' DELIMITED BY SIZE
           WRK-QT-RECUSADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-ADIANT-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       IF WRK-PEDIDO-STATUS NOT = '35'
           CLOSE EX26-PEDIDO-FILE
       END-IF
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-ADIANTAMENTO-FILE
       CLOSE EX2V2-TRANSACOES-FILE
       CLOSE EX26-ADIANT-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
