      ******************************************************************
      * Author:
      * Date:
      * Purpose: labor-authority event extract for the employee
      *          master subsystem - turns every movement applied by
      *          FUNC-MOVIMENTO (journal FUNCMOVAPL.DAT) and every
      *          leave in EX26AFA.DAT not yet reported into an event
      *          in the event file FUNCEVT.DAT: S2200 admissao, S2206
      *          transferencia/promocao, S2299 desligamento and S2230
      *          afastamento, each with a unique sequential event ID,
      *          the business date from SIS-DATA-NEGOCIO and the
      *          mandatory fields (name, birth and admission dates,
      *          effective date, department, cargo, grade, reason).
      *          Each run first applies the authority's returns in
      *          FUNCEVTRET.DAT (event ID, A=aceito/R=rejeitado,
      *          receipt or reason), then puts back to pending the
      *          rejected events listed by ID in FUNCEVTREENV.DAT
      *          once corrected, refreshing them from FUNCMST.DAT or
      *          EX26AFA.DAT under the same event ID, and writes every
      *          pending event to the outbound file FUNCEVTENV.DAT.
      *          Accepted events are never sent again. The journal is
      *          emptied once its movements are in the event file.
      *          Register FUNCEVTREL.DAT; any rejected event still
      *          waiting for correction ends the run with
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNC-EVENTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-EVENTO-FILE ASSIGN TO 'FUNCEVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EVENTO-STATUS.
           SELECT FUNC-RETORNO-FILE ASSIGN TO 'FUNCEVTRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETORNO-STATUS.
           SELECT FUNC-REENVIO-FILE ASSIGN TO 'FUNCEVTREENV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REENVIO-STATUS.
           SELECT FUNC-APLICADO-FILE ASSIGN TO 'FUNCMOVAPL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APLICADO-STATUS.
           SELECT EX26-AFASTAMENTO-FILE ASSIGN TO 'EX26AFA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTAMENTO-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT FUNC-ENVIO-FILE ASSIGN TO 'FUNCEVTENV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENVIO-STATUS.
           SELECT FUNC-EVENTO-REL-FILE ASSIGN TO 'FUNCEVTREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-EVENTO-FILE.
       01 FUNC-EVENTO-LINHA PIC X(149).

       FD  FUNC-RETORNO-FILE.
       01 FUNC-RETORNO-LINHA PIC X(40).

       FD  FUNC-REENVIO-FILE.
       01 FUNC-REENVIO-LINHA PIC X(09).

       FD  FUNC-APLICADO-FILE.
       01 FUNC-APLICADO-LINHA PIC X(96).

       FD  EX26-AFASTAMENTO-FILE.
       01 EX26-AFASTAMENTO-LINHA PIC X(31).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-ENVIO-FILE.
       01 FUNC-ENVIO-LINHA PIC X(108).

       FD  FUNC-EVENTO-REL-FILE.
       01 FUNC-EVENTO-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY EX26REC.

       77 WRK-EVENTO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RETORNO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-REENVIO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-APLICADO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-AFASTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS      PIC X(02) VALUE '00'.
       77 WRK-ENVIO-STATUS       PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-MASTER-ABERTO PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO-OK VALUE 'S'.

       01 WRK-TABELA-EVENTOS.
           05 WRK-TAB-EVT OCCURS 5000 TIMES
               INDEXED BY WRK-EVT-IDX
                                 PIC X(149).
       77 WRK-QTD-EVENTOS PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMO-ID   PIC 9(09) VALUE ZEROS.

       01 WRK-TABELA-AFASTAMENTOS.
           05 WRK-TAB-AFA OCCURS 200 TIMES
               INDEXED BY WRK-AFA-IDX.
               10 WRK-TAB-AFA-MATRICULA PIC 9(05).
               10 WRK-TAB-AFA-INICIO    PIC 9(08).
               10 WRK-TAB-AFA-FIM       PIC 9(08).
               10 WRK-TAB-AFA-TIPO      PIC X(10).
       77 WRK-QTD-AFASTAMENTOS PIC 9(03) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-DATA-EDICAO.
           05 WRK-DE-ANO PIC 9(04).
           05 WRK-DE-MES PIC 9(02).
           05 WRK-DE-DIA PIC 9(02).
       01 WRK-DATA-EDICAO-N REDEFINES WRK-DATA-EDICAO PIC 9(08).

       77 WRK-QT-ACEITOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REENVIADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NOVOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENVIADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AGUARDANDO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-A-CORRIGIR  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORRENCIAS PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'EVENTOS TRABALHISTAS - FUNC-EVENTOS'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-DATA-NEGOCIO.
           05 FILLER      PIC X(21) VALUE 'DATA DE NEGOCIO....: '.
           05 WRK-LDN-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDN-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDN-ANO PIC 9999.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(08) VALUE 'EVENTO: '.
           05 WRK-LD-ID          PIC 9(09).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LD-TIPO        PIC X(05).
           05 FILLER            PIC X(07) VALUE ' MATR: '.
           05 WRK-LD-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(09) VALUE ' EFEITO: '.
           05 WRK-LD-DIA         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LD-ANO         PIC 9999.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WRK-LD-SITUACAO    PIC X(12).
       01 WRK-LINHA-OCORRENCIA.
           05 FILLER            PIC X(08) VALUE 'EVENTO: '.
           05 WRK-LC-ID          PIC 9(09).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-MENSAGEM    PIC X(61).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO.
       PERFORM 0150-CARREGAR-EVENTOS.
       PERFORM 0160-CARREGAR-AFASTAMENTOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-APLICAR-RETORNOS.
       PERFORM 0400-REENVIAR-CORRIGIDOS.
       PERFORM 0500-GERAR-MOVIMENTOS.
       PERFORM 0600-GERAR-AFASTAMENTOS.
       PERFORM 0700-ENVIAR-PENDENTES.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       PERFORM 0950-GRAVAR-EVENTOS.
       IF WRK-QT-A-CORRIGIR = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-EVENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-EVENTO-FILE
       IF WRK-EVENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-EVENTO-FILE INTO FUNC-EVENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-EVENTOS >= 5000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-EVENTOS
                       MOVE FUNC-EVENTO-LINHA
                           TO WRK-TAB-EVT (WRK-QTD-EVENTOS)
                       IF FUNC-EV-ID > WRK-ULTIMO-ID
                           MOVE FUNC-EV-ID TO WRK-ULTIMO-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-EVENTO-FILE
       END-IF.

       0160-CARREGAR-AFASTAMENTOS.
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
                       MOVE EX26-AF-TIPO TO
                           WRK-TAB-AFA-TIPO (WRK-QTD-AFASTAMENTOS)
               END-READ
           END-PERFORM
           CLOSE EX26-AFASTAMENTO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT FUNC-MASTER-FILE
       IF WRK-MASTER-STATUS = '00'
           MOVE 'S' TO WRK-MASTER-ABERTO
       END-IF
       OPEN OUTPUT FUNC-ENVIO-FILE
       OPEN OUTPUT FUNC-EVENTO-REL-FILE
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DN-DIA TO WRK-LDN-DIA
       MOVE WRK-DN-MES TO WRK-LDN-MES
       MOVE WRK-DN-ANO TO WRK-LDN-ANO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-DATA-NEGOCIO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-BRANCO.

      *    only events sent and still waiting for an answer are
      *    updated
       0300-APLICAR-RETORNOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-RETORNO-FILE
       IF WRK-RETORNO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-RETORNO-FILE INTO FUNC-EVENTO-RETORNO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0350-APLICAR-RETORNO
               END-READ
           END-PERFORM
           CLOSE FUNC-RETORNO-FILE
       END-IF.

       0350-APLICAR-RETORNO.
       MOVE ZEROS TO WRK-LC-ID
       MOVE 'N' TO WRK-ACHOU
       IF FUNC-ER-ID IS NUMERIC
           MOVE FUNC-ER-ID TO WRK-LC-ID
           PERFORM 0390-LOCALIZAR-EVENTO
       END-IF
       EVALUATE TRUE
           WHEN NOT WRK-ACHOU-OK
               MOVE 'RETORNO PARA EVENTO INEXISTENTE'
                   TO WRK-LC-MENSAGEM
               PERFORM 0850-GRAVAR-OCORRENCIA
           WHEN NOT FUNC-EV-ENVIADO
               MOVE 'RETORNO PARA EVENTO NAO ENVIADO - IGNORADO'
                   TO WRK-LC-MENSAGEM
               PERFORM 0850-GRAVAR-OCORRENCIA
           WHEN FUNC-ER-ACEITO
               ADD 1 TO WRK-QT-ACEITOS
               MOVE 'A' TO FUNC-EV-SITUACAO
               MOVE FUNC-ER-RETORNO TO FUNC-EV-RETORNO
               MOVE FUNC-EVENTO-REC TO WRK-TAB-EVT (WRK-EVT-IDX)
           WHEN FUNC-ER-REJEITADO
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE 'R' TO FUNC-EV-SITUACAO
               MOVE FUNC-ER-RETORNO TO FUNC-EV-RETORNO
               MOVE FUNC-EVENTO-REC TO WRK-TAB-EVT (WRK-EVT-IDX)
               MOVE SPACES TO WRK-LC-MENSAGEM
               STRING 'REJEITADO: ' DELIMITED BY SIZE
                   FUNC-ER-RETORNO DELIMITED BY SIZE
                   INTO WRK-LC-MENSAGEM
               PERFORM 0850-GRAVAR-OCORRENCIA
           WHEN OTHER
               MOVE 'SITUACAO DE RETORNO INVALIDA'
                   TO WRK-LC-MENSAGEM
               PERFORM 0850-GRAVAR-OCORRENCIA
       END-EVALUATE.

       0390-LOCALIZAR-EVENTO.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-QTD-EVENTOS
                  OR WRK-ACHOU-OK
           MOVE WRK-TAB-EVT (WRK-EVT-IDX) TO FUNC-EVENTO-REC
           IF FUNC-EV-ID = FUNC-ER-ID
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF WRK-ACHOU-OK
           SET WRK-EVT-IDX DOWN BY 1
       END-IF.

      *    rejected events released for resend keep their event ID
      *    and take the corrected data from the master (or the leave
      *    schedule for S2230)
       0400-REENVIAR-CORRIGIDOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-REENVIO-FILE
       IF WRK-REENVIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-REENVIO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0450-LIBERAR-REENVIO
               END-READ
           END-PERFORM
           CLOSE FUNC-REENVIO-FILE
       END-IF.

       0450-LIBERAR-REENVIO.
       MOVE ZEROS TO WRK-LC-ID
       MOVE 'N' TO WRK-ACHOU
       IF FUNC-REENVIO-LINHA IS NUMERIC
           MOVE FUNC-REENVIO-LINHA TO FUNC-ER-ID
           MOVE FUNC-ER-ID TO WRK-LC-ID
           PERFORM 0390-LOCALIZAR-EVENTO
       END-IF
       EVALUATE TRUE
           WHEN NOT WRK-ACHOU-OK
               MOVE 'REENVIO PARA EVENTO INEXISTENTE'
                   TO WRK-LC-MENSAGEM
               PERFORM 0850-GRAVAR-OCORRENCIA
           WHEN NOT FUNC-EV-REJEITADO
               MOVE 'REENVIO DE EVENTO NAO REJEITADO - IGNORADO'
                   TO WRK-LC-MENSAGEM
               PERFORM 0850-GRAVAR-OCORRENCIA
           WHEN OTHER
               PERFORM 0460-ATUALIZAR-EVENTO
               IF WRK-ACHOU-OK
                   ADD 1 TO WRK-QT-REENVIADOS
                   MOVE 'P' TO FUNC-EV-SITUACAO
                   MOVE SPACES TO FUNC-EV-RETORNO
                   MOVE FUNC-EVENTO-REC TO WRK-TAB-EVT (WRK-EVT-IDX)
               ELSE
                   MOVE 'DADOS PARA CORRECAO NAO ENCONTRADOS'
                       TO WRK-LC-MENSAGEM
                   PERFORM 0850-GRAVAR-OCORRENCIA
               END-IF
       END-EVALUATE.

       0460-ATUALIZAR-EVENTO.
       MOVE 'S' TO WRK-ACHOU
       IF FUNC-EV-AFASTAMENTO
           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING WRK-AFA-IDX FROM 1 BY 1
                   UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS
               IF WRK-TAB-AFA-MATRICULA (WRK-AFA-IDX)
                       = FUNC-EV-MATRICULA
                  AND WRK-TAB-AFA-INICIO (WRK-AFA-IDX)
                       = FUNC-EV-DATA-EFEITO
                   MOVE 'S' TO WRK-ACHOU
                   MOVE WRK-TAB-AFA-FIM (WRK-AFA-IDX)
                       TO FUNC-EV-DATA-FIM
                   MOVE WRK-TAB-AFA-TIPO (WRK-AFA-IDX)
                       TO FUNC-EV-MOTIVO
               END-IF
           END-PERFORM
       END-IF
       IF WRK-ACHOU-OK
           PERFORM 0550-LOCALIZAR-MASTER
       END-IF
       IF WRK-ACHOU-OK
           PERFORM 0560-COPIAR-MASTER
       END-IF.

       0500-GERAR-MOVIMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-APLICADO-FILE
       IF WRK-APLICADO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-APLICADO-FILE INTO FUNC-MOV-APLICADO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0510-EVENTO-MOVIMENTO
               END-READ
           END-PERFORM
           CLOSE FUNC-APLICADO-FILE
       END-IF.

       0510-EVENTO-MOVIMENTO.
       PERFORM 0580-INICIAR-EVENTO
       MOVE FUNC-MA-MASTER TO FUNC-MASTER-REC
       PERFORM 0560-COPIAR-MASTER
       MOVE FUNC-MA-DATA-EFEITO TO FUNC-EV-DATA-EFEITO
       EVALUATE TRUE
           WHEN FUNC-MA-ADMISSAO
               MOVE 'S2200' TO FUNC-EV-TIPO
           WHEN FUNC-MA-DESLIGAMENTO
               MOVE 'S2299' TO FUNC-EV-TIPO
               MOVE FUNC-MA-MOTIVO TO FUNC-EV-MOTIVO
               MOVE FUNC-MA-AVISO TO FUNC-EV-AVISO
           WHEN OTHER
               MOVE 'S2206' TO FUNC-EV-TIPO
               MOVE FUNC-MA-TIPO TO FUNC-EV-MOTIVO
       END-EVALUATE
       PERFORM 0590-GUARDAR-EVENTO.

       0550-LOCALIZAR-MASTER.
       MOVE 'N' TO WRK-ACHOU
       IF WRK-MASTER-ABERTO-OK
           MOVE FUNC-EV-MATRICULA TO FUNC-MT-MATRICULA
           READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
           END-READ
       END-IF.

       0560-COPIAR-MASTER.
       MOVE FUNC-MS-MATRICULA TO FUNC-EV-MATRICULA
       MOVE FUNC-MS-NOME TO FUNC-EV-NOME
       MOVE FUNC-MS-DATA-NASCIMENTO TO FUNC-EV-DATA-NASCIMENTO
       MOVE FUNC-MS-DATA-ADMISSAO TO FUNC-EV-DATA-ADMISSAO
       MOVE FUNC-MS-DEPARTAMENTO TO FUNC-EV-DEPARTAMENTO
       MOVE FUNC-MS-CARGO TO FUNC-EV-CARGO
       MOVE FUNC-MS-GRADE TO FUNC-EV-GRADE.

       0580-INICIAR-EVENTO.
       MOVE SPACES TO FUNC-EVENTO-REC
       ADD 1 TO WRK-ULTIMO-ID
       MOVE WRK-ULTIMO-ID TO FUNC-EV-ID
       MOVE WRK-DATA-NEGOCIO TO FUNC-EV-DATA-GERACAO
       MOVE ZEROS TO FUNC-EV-DATA-FIM
       MOVE 'P' TO FUNC-EV-SITUACAO
       MOVE ZEROS TO FUNC-EV-DATA-ENVIO
       MOVE ZEROS TO FUNC-EV-ENVIOS.

       0590-GUARDAR-EVENTO.
       IF WRK-QTD-EVENTOS >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-EVENTOS
       ADD 1 TO WRK-QT-NOVOS
       MOVE FUNC-EVENTO-REC TO WRK-TAB-EVT (WRK-QTD-EVENTOS).

      *    leaves not yet reported: matricula + start date not found
      *    among the S2230 events
       0600-GERAR-AFASTAMENTOS.
       PERFORM VARYING WRK-AFA-IDX FROM 1 BY 1
               UNTIL WRK-AFA-IDX > WRK-QTD-AFASTAMENTOS
           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
                   UNTIL WRK-EVT-IDX > WRK-QTD-EVENTOS
                      OR WRK-ACHOU-OK
               MOVE WRK-TAB-EVT (WRK-EVT-IDX) TO FUNC-EVENTO-REC
               IF FUNC-EV-AFASTAMENTO
                  AND FUNC-EV-MATRICULA
                       = WRK-TAB-AFA-MATRICULA (WRK-AFA-IDX)
                  AND FUNC-EV-DATA-EFEITO
                       = WRK-TAB-AFA-INICIO (WRK-AFA-IDX)
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF NOT WRK-ACHOU-OK
               PERFORM 0610-EVENTO-AFASTAMENTO
           END-IF
       END-PERFORM.

       0610-EVENTO-AFASTAMENTO.
       MOVE WRK-TAB-AFA-MATRICULA (WRK-AFA-IDX) TO FUNC-EV-MATRICULA
       PERFORM 0550-LOCALIZAR-MASTER
       IF NOT WRK-ACHOU-OK
           ADD 1 TO WRK-QT-OCORRENCIAS
           MOVE ZEROS TO WRK-LC-ID
           MOVE SPACES TO WRK-LC-MENSAGEM
           STRING 'AFASTAMENTO DE MATRICULA NAO CADASTRADA: '
                   DELIMITED BY SIZE
               WRK-TAB-AFA-MATRICULA (WRK-AFA-IDX) DELIMITED BY SIZE
               INTO WRK-LC-MENSAGEM
           WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       ELSE
           PERFORM 0580-INICIAR-EVENTO
           MOVE 'S2230' TO FUNC-EV-TIPO
           PERFORM 0560-COPIAR-MASTER
           MOVE WRK-TAB-AFA-INICIO (WRK-AFA-IDX)
               TO FUNC-EV-DATA-EFEITO
           MOVE WRK-TAB-AFA-FIM (WRK-AFA-IDX) TO FUNC-EV-DATA-FIM
           MOVE WRK-TAB-AFA-TIPO (WRK-AFA-IDX) TO FUNC-EV-MOTIVO
           PERFORM 0590-GUARDAR-EVENTO
       END-IF.

       0700-ENVIAR-PENDENTES.
       PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-QTD-EVENTOS
           MOVE WRK-TAB-EVT (WRK-EVT-IDX) TO FUNC-EVENTO-REC
           EVALUATE TRUE
               WHEN FUNC-EV-PENDENTE
                   PERFORM 0750-ENVIAR-EVENTO
               WHEN FUNC-EV-ENVIADO
                   ADD 1 TO WRK-QT-AGUARDANDO
               WHEN FUNC-EV-REJEITADO
                   ADD 1 TO WRK-QT-A-CORRIGIR
                   MOVE 'REJEITADO' TO WRK-LD-SITUACAO
                   PERFORM 0760-GRAVAR-DETALHE
           END-EVALUATE
       END-PERFORM.

       0750-ENVIAR-EVENTO.
       ADD 1 TO WRK-QT-ENVIADOS
       MOVE 'E' TO FUNC-EV-SITUACAO
       MOVE WRK-DATA-NEGOCIO TO FUNC-EV-DATA-ENVIO
       ADD 1 TO FUNC-EV-ENVIOS
       MOVE FUNC-EV-DADOS TO FUNC-ENVIO-LINHA
       WRITE FUNC-ENVIO-LINHA
       MOVE FUNC-EVENTO-REC TO WRK-TAB-EVT (WRK-EVT-IDX)
       IF FUNC-EV-ENVIOS > 1
           MOVE 'REENVIADO' TO WRK-LD-SITUACAO
       ELSE
           MOVE 'ENVIADO' TO WRK-LD-SITUACAO
       END-IF
       PERFORM 0760-GRAVAR-DETALHE.

       0760-GRAVAR-DETALHE.
       MOVE FUNC-EV-ID TO WRK-LD-ID
       MOVE FUNC-EV-TIPO TO WRK-LD-TIPO
       MOVE FUNC-EV-MATRICULA TO WRK-LD-MATRICULA
       MOVE FUNC-EV-DATA-EFEITO TO WRK-DATA-EDICAO-N
       MOVE WRK-DE-DIA TO WRK-LD-DIA
       MOVE WRK-DE-MES TO WRK-LD-MES
       MOVE WRK-DE-ANO TO WRK-LD-ANO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-DETALHE.

       0800-RELATORIO-TOTAIS.
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'RETORNOS ACEITOS......: ' DELIMITED BY SIZE
           WRK-QT-ACEITOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'RETORNOS REJEITADOS...: ' DELIMITED BY SIZE
           WRK-QT-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'LIBERADOS P/ REENVIO..: ' DELIMITED BY SIZE
           WRK-QT-REENVIADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EVENTOS NOVOS.........: ' DELIMITED BY SIZE
           WRK-QT-NOVOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EVENTOS ENVIADOS......: ' DELIMITED BY SIZE
           WRK-QT-ENVIADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'AGUARDANDO RETORNO....: ' DELIMITED BY SIZE
           WRK-QT-AGUARDANDO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'REJEITADOS A CORRIGIR.: ' DELIMITED BY SIZE
           WRK-QT-A-CORRIGIR DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'OCORRENCIAS...........: ' DELIMITED BY SIZE
           WRK-QT-OCORRENCIAS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0850-GRAVAR-OCORRENCIA.
       ADD 1 TO WRK-QT-OCORRENCIAS
       WRITE FUNC-EVENTO-REL-LINHA FROM WRK-LINHA-OCORRENCIA.

       0900-FECHAR-ARQUIVOS.
       IF WRK-MASTER-ABERTO-OK
           CLOSE FUNC-MASTER-FILE
       END-IF
       CLOSE FUNC-ENVIO-FILE
       CLOSE FUNC-EVENTO-REL-FILE.

       0950-GRAVAR-EVENTOS.
       OPEN OUTPUT FUNC-EVENTO-FILE
       PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-QTD-EVENTOS
           MOVE WRK-TAB-EVT (WRK-EVT-IDX) TO FUNC-EVENTO-LINHA
           WRITE FUNC-EVENTO-LINHA
       END-PERFORM
       CLOSE FUNC-EVENTO-FILE
       OPEN OUTPUT FUNC-APLICADO-FILE
       CLOSE FUNC-APLICADO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
