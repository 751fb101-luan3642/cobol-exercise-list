      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly suspicious cash activity monitor for the
      *          EX2V2 cash subsystem - applies the active rules of
      *          EX2V2REGRA.DAT to the EX2V2TRN.DAT movement of the
      *          monitored day (EX2V2MONPRM.DAT: date AAAAMMDD and
      *          competencia AAAAMM, defaulting to the business date
      *          and its month). Transfer legs (tipo T) are not cash
      *          and are left out. Rule FR (structuring) flags a
      *          customer reference with at least the rule quantity
      *          of deposits in the band just under the reporting
      *          threshold (valor less the percentage) within the
      *          rule days; rule MC flags a reference moving cash in
      *          at least the rule quantity of different caixas on
      *          the day; rule VR flags a caixa with a burst of round
      *          amounts (multiples of the rule valor) within the
      *          rule days. Every hit ending on the monitored day
      *          opens a case in EX2V2CASO.DAT with its contributing
      *          transactions in EX2V2CASOTX.DAT; a rerun of the same
      *          day does not open the same case twice. Compliance
      *          closes cases through EX2V2CASOFEC.DAT (case number
      *          and opinion). Rule LL gives the legal limit for the
      *          monthly report of cash operations at or above it,
      *          EX2V2ESPREL.DAT, totalled by company with the group
      *          total printed only when requested through
      *          SIS-CONSOLIDA. The run log is EX2V2MONREL.DAT, with
      *          the day's transactions and new cases counted by
      *          company (a case under the company of its first
      *          transaction); new cases, invalid rules or closures
      *          of unknown cases end the run with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX2V2-MONITOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX2V2-MONPRM-FILE ASSIGN TO 'EX2V2MONPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MONPRM-STATUS.
           SELECT EX2V2-REGRA-FILE ASSIGN TO 'EX2V2REGRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRN-STATUS.
           SELECT EX2V2-CASO-FILE ASSIGN TO 'EX2V2CASO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CASO-STATUS.
           SELECT EX2V2-CASOTX-FILE ASSIGN TO 'EX2V2CASOTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CASOTX-STATUS.
           SELECT EX2V2-CASOFEC-FILE ASSIGN TO 'EX2V2CASOFEC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CASOFEC-STATUS.
           SELECT EX2V2-MON-REL-FILE ASSIGN TO 'EX2V2MONREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX2V2-ESP-REL-FILE ASSIGN TO 'EX2V2ESPREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESPECIE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-MONPRM-FILE.
       01 EX2V2-MONPRM-LINHA.
           05 EX2V2-MONPRM-DATA        PIC X(08).
           05 EX2V2-MONPRM-COMPETENCIA PIC X(06).

       FD  EX2V2-REGRA-FILE.
       01 EX2V2-REGRA-LINHA PIC X(22).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-CASO-FILE.
       01 EX2V2-CASO-LINHA PIC X(102).

       FD  EX2V2-CASOTX-FILE.
       01 EX2V2-CASOTX-LINHA PIC X(59).

       FD  EX2V2-CASOFEC-FILE.
       01 EX2V2-CASOFEC-LINHA PIC X(46).

       FD  EX2V2-MON-REL-FILE.
       01 EX2V2-MON-REL-LINHA PIC X(100).

       FD  EX2V2-ESP-REL-FILE.
       01 EX2V2-ESP-REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-MONPRM-STATUS    PIC X(02) VALUE '00'.
       77 WRK-REGRA-STATUS     PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-CASO-STATUS      PIC X(02) VALUE '00'.
       77 WRK-CASOTX-STATUS    PIC X(02) VALUE '00'.
       77 WRK-CASOFEC-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-ESPECIE-STATUS   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-REGRAS.
           05 WRK-TAB-RGR OCCURS 20 TIMES
               INDEXED BY WRK-RGR-IDX.
               10 WRK-TAB-RGR-TIPO       PIC X(02).
               10 WRK-TAB-RGR-VALOR      PIC 9(08)V99.
               10 WRK-TAB-RGR-PERCENTUAL PIC 9(03).
               10 WRK-TAB-RGR-QUANTIDADE PIC 9(03).
               10 WRK-TAB-RGR-DIAS       PIC 9(03).
       77 WRK-QTD-REGRAS PIC 9(02) VALUE ZEROS.

       01 WRK-TABELA-TRANSACOES.
           05 WRK-TAB-TRN OCCURS 5000 TIMES
               INDEXED BY WRK-TRN-IDX.
               10 WRK-TAB-TRN-LINHA      PIC X(53).
               10 WRK-TAB-TRN-CAIXA      PIC X(03).
               10 WRK-TAB-TRN-DATA       PIC 9(08).
               10 WRK-TAB-TRN-VALOR      PIC S9(08)V99.
               10 WRK-TAB-TRN-TIPO       PIC X(01).
               10 WRK-TAB-TRN-REFERENCIA PIC X(06).
               10 WRK-TAB-TRN-MARCA      PIC X(01).
       77 WRK-QTD-TRANSACOES PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-CASOS.
           05 WRK-TAB-CAS OCCURS 5000 TIMES
               INDEXED BY WRK-CAS-IDX.
               10 WRK-TAB-CAS-NUMERO PIC 9(06).
               10 WRK-TAB-CAS-LINHA  PIC X(102).
       77 WRK-QTD-CASOS PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMO-CASO PIC 9(06) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-DATA-MONITOR-DEC.
           05 WRK-DM-ANO PIC 9(04).
           05 WRK-DM-MES PIC 9(02).
           05 WRK-DM-DIA PIC 9(02).
       01 WRK-DATA-MONITOR REDEFINES WRK-DATA-MONITOR-DEC PIC 9(08).

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).

       01 WRK-DATA-AUX-DEC.
           05 WRK-DX-ANO PIC 9(04).
           05 WRK-DX-MES PIC 9(02).
           05 WRK-DX-DIA PIC 9(02).
       01 WRK-DATA-AUX REDEFINES WRK-DATA-AUX-DEC PIC 9(08).

       77 WRK-DIAS-MONITOR  PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-CALC     PIC 9(07) VALUE ZEROS.
       77 WRK-MAIOR-JANELA  PIC 9(03) VALUE 1.
       77 WRK-DATA-CARGA    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-JANELA   PIC 9(08) VALUE ZEROS.

       77 WRK-I             PIC 9(04) VALUE ZEROS.
       77 WRK-J             PIC 9(04) VALUE ZEROS.
       77 WRK-K             PIC 9(04) VALUE ZEROS.
       77 WRK-QUALIFICA PIC X(01) VALUE 'N'.
           88 WRK-QUALIFICA-OK VALUE 'S'.
       77 WRK-PRIMEIRA PIC X(01) VALUE 'N'.
           88 WRK-PRIMEIRA-OK VALUE 'S'.
       77 WRK-CAIXA-NOVA PIC X(01) VALUE 'N'.
           88 WRK-CAIXA-NOVA-OK VALUE 'S'.
       77 WRK-REGRA-VALIDA PIC X(01) VALUE 'N'.
           88 WRK-REGRA-VALIDA-OK VALUE 'S'.
       77 WRK-CASO-EXISTE PIC X(01) VALUE 'N'.
           88 WRK-CASO-EXISTE-OK VALUE 'S'.
       77 WRK-CHAVE-I       PIC X(06) VALUE SPACES.
       77 WRK-CHAVE-J       PIC X(06) VALUE SPACES.
       77 WRK-PISO          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ABS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(08) VALUE ZEROS.
       77 WRK-RESTO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GRP-QTD       PIC 9(04) VALUE ZEROS.
       77 WRK-GRP-CAIXAS    PIC 9(04) VALUE ZEROS.
       77 WRK-GRP-VALOR     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-GRP-INICIO    PIC 9(08) VALUE ZEROS.
       77 WRK-GRP-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-LEGAL  PIC 9(08)V99 VALUE ZEROS.

       77 WRK-QT-REGRAS-INVAL PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ANALISADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CASOS-NOVOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-REGISTR   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENCERRADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FECH-RECUSA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-ABERTO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESPECIE      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ESPECIE     PIC 9(10)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO     PIC 9(02).
               10 WRK-TAB-EMT-TRANSACOES PIC 9(05).
               10 WRK-TAB-EMT-CASOS      PIC 9(05).
               10 WRK-TAB-EMT-QT-ESPECIE PIC 9(05).
               10 WRK-TAB-EMT-ESPECIE    PIC 9(10)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA PIC 9(02) VALUE ZEROS.
       77 WRK-CASO-CONTADO PIC X(01) VALUE 'N'.
           88 WRK-CASO-CONTADO-OK VALUE 'S'.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-DATA-EDITADA.
           05 WRK-DE-DIA  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-DE-MES  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-DE-ANO  PIC 9999.

       01 WRK-CABECALHO PIC X(60) VALUE
           'MONITORAMENTO DE OPERACOES EM ESPECIE - EX2V2-MONITOR'.
       01 WRK-CABECALHO-ESPECIE PIC X(60) VALUE
           'OPERACOES EM ESPECIE ACIMA DO LIMITE LEGAL - EX2V2-MONITOR'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-MONITORADO.
           05 FILLER      PIC X(16) VALUE 'DIA MONITORADO: '.
           05 WRK-LM-DATA PIC X(10).
       01 WRK-LINHA-COMPETENCIA.
           05 FILLER      PIC X(13) VALUE 'COMPETENCIA: '.
           05 WRK-LY-MES  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LY-ANO  PIC 9999.
           05 FILLER      PIC X(17) VALUE '  LIMITE LEGAL: '.
           05 WRK-LY-LIMITE PIC ZZZZZZZ9,99.
       01 WRK-LINHA-REGRA.
           05 FILLER            PIC X(07) VALUE 'REGRA: '.
           05 WRK-LR-TIPO        PIC X(02).
           05 FILLER            PIC X(09) VALUE '  VALOR: '.
           05 WRK-LR-VALOR       PIC ZZZZZZZ9,99.
           05 FILLER            PIC X(06) VALUE '  PCT:'.
           05 WRK-LR-PERCENTUAL  PIC ZZ9.
           05 FILLER            PIC X(06) VALUE '  QTD:'.
           05 WRK-LR-QUANTIDADE  PIC ZZ9.
           05 FILLER            PIC X(07) VALUE '  DIAS:'.
           05 WRK-LR-DIAS        PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LR-SITUACAO    PIC X(30).
       01 WRK-LINHA-CASO.
           05 FILLER            PIC X(05) VALUE 'CASO '.
           05 WRK-LC-NUMERO      PIC 9(06).
           05 FILLER            PIC X(08) VALUE '  REGRA '.
           05 WRK-LC-REGRA       PIC X(02).
           05 FILLER            PIC X(08) VALUE '  CHAVE '.
           05 WRK-LC-CHAVE       PIC X(06).
           05 FILLER            PIC X(05) VALUE '  DE '.
           05 WRK-LC-INICIO      PIC X(10).
           05 FILLER            PIC X(03) VALUE ' A '.
           05 WRK-LC-FIM         PIC X(10).
           05 FILLER            PIC X(06) VALUE '  QTD '.
           05 WRK-LC-QTD         PIC ZZ9.
           05 FILLER            PIC X(08) VALUE '  VALOR '.
           05 WRK-LC-VALOR       PIC ZZZZZZZZZ9,99.
       01 WRK-LINHA-TRANSACAO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WRK-LT-DATA        PIC X(10).
           05 FILLER            PIC X(08) VALUE '  CAIXA '.
           05 WRK-LT-CAIXA       PIC X(03).
           05 FILLER            PIC X(06) VALUE '  REF '.
           05 WRK-LT-REFERENCIA  PIC X(06).
           05 FILLER            PIC X(07) VALUE '  TIPO '.
           05 WRK-LT-TIPO        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LT-VALOR       PIC ---------9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LT-HISTORICO   PIC X(20).
       01 WRK-LINHA-FECHAMENTO.
           05 FILLER            PIC X(05) VALUE 'CASO '.
           05 WRK-LF-NUMERO      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LF-RESULTADO   PIC X(20).
           05 WRK-LF-PARECER     PIC X(40).
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(13) VALUE ' TRANSACOES: '.
           05 WRK-LE-TRANSACOES  PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE ' CASOS NOVOS: '.
           05 WRK-LE-CASOS       PIC ZZZZ9.
       01 WRK-LINHA-EMPRESA-ESPECIE.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LS-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(12) VALUE ' OPERACOES: '.
           05 WRK-LS-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' VALOR: '.
           05 WRK-LS-VALOR       PIC ZZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LCO-USUARIO    PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       77 WRK-VALOR-ED PIC ZZZZZZZZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-OBTER-PARAMETROS.
       PERFORM 0130-CARREGAR-REGRAS.
       PERFORM 0140-CARREGAR-CASOS.
       PERFORM 0160-CARREGAR-TRANSACOES.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0250-APLICAR-FECHAMENTOS.
       PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
               UNTIL WRK-RGR-IDX > WRK-QTD-REGRAS
           IF WRK-TAB-RGR-TIPO (WRK-RGR-IDX) NOT = 'LL'
               PERFORM 0300-APLICAR-REGRA
           END-IF
       END-PERFORM.
       PERFORM 0600-RELATORIO-ESPECIE.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-CASOS-NOVOS = 0 AND WRK-QT-REGRAS-INVAL = 0
          AND WRK-QT-FECH-RECUSA = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0120-OBTER-PARAMETROS.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DATA-NEGOCIO TO WRK-DATA-MONITOR
       MOVE ZEROS TO WRK-COMPETENCIA-N
       OPEN INPUT EX2V2-MONPRM-FILE
       IF WRK-MONPRM-STATUS = '00'
           READ EX2V2-MONPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX2V2-MONPRM-DATA IS NUMERIC
                      AND EX2V2-MONPRM-DATA > '00000000'
                       MOVE EX2V2-MONPRM-DATA TO WRK-DATA-MONITOR
                   END-IF
                   IF EX2V2-MONPRM-COMPETENCIA IS NUMERIC
                      AND EX2V2-MONPRM-COMPETENCIA > '000000'
                       MOVE EX2V2-MONPRM-COMPETENCIA
                           TO WRK-COMPETENCIA-N
                   END-IF
           END-READ
           CLOSE EX2V2-MONPRM-FILE
       END-IF
       COMPUTE WRK-DIAS-MONITOR =
           FUNCTION INTEGER-OF-DATE (WRK-DATA-MONITOR)
       IF WRK-DIAS-MONITOR = ZEROS
           MOVE WRK-DATA-NEGOCIO TO WRK-DATA-MONITOR
           COMPUTE WRK-DIAS-MONITOR =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-MONITOR)
       END-IF
       IF WRK-COMPETENCIA-N = ZEROS
           MOVE WRK-DM-ANO TO WRK-CP-ANO
           MOVE WRK-DM-MES TO WRK-CP-MES
       END-IF.

      *    inactive rules are skipped; the widest FR/VR window sets
      *    how far back the movement is loaded
       0130-CARREGAR-REGRAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-REGRA-FILE
       IF WRK-REGRA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-REGRA-FILE INTO EX2V2-REGRA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-RG-ATIVA-SIM
                           PERFORM 0135-GUARDAR-REGRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-REGRA-FILE
       ELSE
           DISPLAY 'NENHUMA REGRA EM EX2V2REGRA.DAT'
       END-IF
       COMPUTE WRK-DIAS-CALC = WRK-DIAS-MONITOR - WRK-MAIOR-JANELA + 1
       COMPUTE WRK-DATA-CARGA =
           FUNCTION DATE-OF-INTEGER (WRK-DIAS-CALC).

       0135-GUARDAR-REGRA.
       MOVE 'S' TO WRK-REGRA-VALIDA
       IF EX2V2-RG-VALOR NOT NUMERIC OR EX2V2-RG-VALOR = ZEROS
          OR EX2V2-RG-PERCENTUAL NOT NUMERIC
          OR EX2V2-RG-QUANTIDADE NOT NUMERIC
          OR EX2V2-RG-DIAS NOT NUMERIC
           MOVE 'N' TO WRK-REGRA-VALIDA
       ELSE
           EVALUATE TRUE
               WHEN EX2V2-RG-FRACIONAMENTO
                   IF EX2V2-RG-PERCENTUAL = ZEROS
                      OR EX2V2-RG-PERCENTUAL > 99
                      OR EX2V2-RG-QUANTIDADE < 2
                      OR EX2V2-RG-DIAS = ZEROS
                       MOVE 'N' TO WRK-REGRA-VALIDA
                   END-IF
               WHEN EX2V2-RG-MULTICAIXA
                   IF EX2V2-RG-QUANTIDADE < 2
                       MOVE 'N' TO WRK-REGRA-VALIDA
                   END-IF
               WHEN EX2V2-RG-VALOR-REDONDO
                   IF EX2V2-RG-QUANTIDADE < 2
                      OR EX2V2-RG-DIAS = ZEROS
                       MOVE 'N' TO WRK-REGRA-VALIDA
                   END-IF
               WHEN EX2V2-RG-LIMITE-LEGAL
                   MOVE EX2V2-RG-VALOR TO WRK-LIMITE-LEGAL
               WHEN OTHER
                   MOVE 'N' TO WRK-REGRA-VALIDA
           END-EVALUATE
       END-IF
       IF NOT WRK-REGRA-VALIDA-OK
           ADD 1 TO WRK-QT-REGRAS-INVAL
           DISPLAY 'REGRA INVALIDA IGNORADA: ' EX2V2-REGRA-REC
       ELSE
           IF WRK-QTD-REGRAS >= 20
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-QTD-REGRAS
           MOVE EX2V2-RG-TIPO TO WRK-TAB-RGR-TIPO (WRK-QTD-REGRAS)
           MOVE EX2V2-RG-VALOR TO WRK-TAB-RGR-VALOR (WRK-QTD-REGRAS)
           MOVE EX2V2-RG-PERCENTUAL TO
               WRK-TAB-RGR-PERCENTUAL (WRK-QTD-REGRAS)
           MOVE EX2V2-RG-QUANTIDADE TO
               WRK-TAB-RGR-QUANTIDADE (WRK-QTD-REGRAS)
           MOVE EX2V2-RG-DIAS TO WRK-TAB-RGR-DIAS (WRK-QTD-REGRAS)
           IF (EX2V2-RG-FRACIONAMENTO OR EX2V2-RG-VALOR-REDONDO)
              AND EX2V2-RG-DIAS > WRK-MAIOR-JANELA
               MOVE EX2V2-RG-DIAS TO WRK-MAIOR-JANELA
           END-IF
       END-IF.

       0140-CARREGAR-CASOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-CASO-FILE
       IF WRK-CASO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-CASO-FILE INTO EX2V2-CASO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CASOS >= 5000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CASOS
                       MOVE EX2V2-CA-NUMERO TO
                           WRK-TAB-CAS-NUMERO (WRK-QTD-CASOS)
                       MOVE EX2V2-CASO-REC TO
                           WRK-TAB-CAS-LINHA (WRK-QTD-CASOS)
                       IF EX2V2-CA-NUMERO > WRK-ULTIMO-CASO
                           MOVE EX2V2-CA-NUMERO TO WRK-ULTIMO-CASO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-CASO-FILE
       END-IF.

       0160-CARREGAR-TRANSACOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-TX-DATA >= WRK-DATA-CARGA
                          AND EX2V2-TX-DATA <= WRK-DATA-MONITOR
                          AND NOT EX2V2-TX-TRANSFERENCIA
                           PERFORM 0170-GUARDAR-TRANSACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF.

       0170-GUARDAR-TRANSACAO.
       IF WRK-QTD-TRANSACOES >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-TRANSACOES
       IF EX2V2-TX-DATA = WRK-DATA-MONITOR
           ADD 1 TO WRK-QT-ANALISADAS
           PERFORM 0750-LOCALIZAR-EMPRESA
           ADD 1 TO WRK-TAB-EMT-TRANSACOES (WRK-EMT-IDX)
       END-IF
       MOVE EX2V2-TRANSACAO-REC TO
           WRK-TAB-TRN-LINHA (WRK-QTD-TRANSACOES)
       MOVE EX2V2-TX-CAIXA TO WRK-TAB-TRN-CAIXA (WRK-QTD-TRANSACOES)
       MOVE EX2V2-TX-DATA TO WRK-TAB-TRN-DATA (WRK-QTD-TRANSACOES)
       MOVE EX2V2-TX-VALOR TO WRK-TAB-TRN-VALOR (WRK-QTD-TRANSACOES)
       MOVE EX2V2-TX-TIPO TO WRK-TAB-TRN-TIPO (WRK-QTD-TRANSACOES)
       MOVE EX2V2-TX-REFERENCIA TO
           WRK-TAB-TRN-REFERENCIA (WRK-QTD-TRANSACOES)
       MOVE 'N' TO WRK-TAB-TRN-MARCA (WRK-QTD-TRANSACOES).

       0200-ABRIR-ARQUIVOS.
       OPEN EXTEND EX2V2-CASOTX-FILE
       IF WRK-CASOTX-STATUS = '35'
           OPEN OUTPUT EX2V2-CASOTX-FILE
       END-IF
       OPEN OUTPUT EX2V2-MON-REL-FILE
       WRITE EX2V2-MON-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DATA-MONITOR TO WRK-DATA-AUX
       PERFORM 0590-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LM-DATA
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-MONITORADO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-BRANCO
       PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
               UNTIL WRK-RGR-IDX > WRK-QTD-REGRAS
           MOVE WRK-TAB-RGR-TIPO (WRK-RGR-IDX) TO WRK-LR-TIPO
           MOVE WRK-TAB-RGR-VALOR (WRK-RGR-IDX) TO WRK-LR-VALOR
           MOVE WRK-TAB-RGR-PERCENTUAL (WRK-RGR-IDX)
               TO WRK-LR-PERCENTUAL
           MOVE WRK-TAB-RGR-QUANTIDADE (WRK-RGR-IDX)
               TO WRK-LR-QUANTIDADE
           MOVE WRK-TAB-RGR-DIAS (WRK-RGR-IDX) TO WRK-LR-DIAS
           EVALUATE WRK-TAB-RGR-TIPO (WRK-RGR-IDX)
               WHEN 'FR'
                   MOVE 'FRACIONAMENTO' TO WRK-LR-SITUACAO
               WHEN 'MC'
                   MOVE 'MESMA REFERENCIA EM VARIOS CX'
                       TO WRK-LR-SITUACAO
               WHEN 'VR'
                   MOVE 'VALORES REDONDOS' TO WRK-LR-SITUACAO
               WHEN 'LL'
                   MOVE 'LIMITE LEGAL' TO WRK-LR-SITUACAO
           END-EVALUATE
           WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-REGRA
       END-PERFORM
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-BRANCO.

      *    closing an already closed case changes nothing
       0250-APLICAR-FECHAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-CASOFEC-FILE
       IF WRK-CASOFEC-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-CASOFEC-FILE INTO EX2V2-CASOFEC-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0260-FECHAR-CASO
               END-READ
           END-PERFORM
           CLOSE EX2V2-CASOFEC-FILE
       END-IF.

       0260-FECHAR-CASO.
       MOVE EX2V2-CF-NUMERO TO WRK-LF-NUMERO
       MOVE EX2V2-CF-PARECER TO WRK-LF-PARECER
       SET WRK-CAS-IDX TO 1
       SEARCH WRK-TAB-CAS
           AT END
               MOVE 'N' TO WRK-CASO-EXISTE
           WHEN WRK-CAS-IDX > WRK-QTD-CASOS
               MOVE 'N' TO WRK-CASO-EXISTE
           WHEN WRK-TAB-CAS-NUMERO (WRK-CAS-IDX) = EX2V2-CF-NUMERO
               MOVE 'S' TO WRK-CASO-EXISTE
       END-SEARCH
       IF NOT WRK-CASO-EXISTE-OK
           ADD 1 TO WRK-QT-FECH-RECUSA
           MOVE 'CASO INEXISTENTE' TO WRK-LF-RESULTADO
           WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-FECHAMENTO
       ELSE
           MOVE WRK-TAB-CAS-LINHA (WRK-CAS-IDX) TO EX2V2-CASO-REC
           IF EX2V2-CA-ABERTO
               MOVE 'F' TO EX2V2-CA-SITUACAO
               MOVE WRK-DATA-NEGOCIO TO EX2V2-CA-DATA-FECHAMENTO
               MOVE EX2V2-CF-PARECER TO EX2V2-CA-PARECER
               MOVE EX2V2-CASO-REC TO WRK-TAB-CAS-LINHA (WRK-CAS-IDX)
               ADD 1 TO WRK-QT-ENCERRADOS
               MOVE 'ENCERRADO' TO WRK-LF-RESULTADO
               WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-FECHAMENTO
           END-IF
       END-IF.

      *    every group of qualifying transactions that reaches the
      *    monitored day is evaluated once, from its first
      *    transaction of that day
       0300-APLICAR-REGRA.
       COMPUTE WRK-DIAS-CALC = WRK-DIAS-MONITOR
           - WRK-TAB-RGR-DIAS (WRK-RGR-IDX) + 1
       COMPUTE WRK-DATA-JANELA =
           FUNCTION DATE-OF-INTEGER (WRK-DIAS-CALC)
       IF WRK-TAB-RGR-TIPO (WRK-RGR-IDX) = 'MC'
           MOVE WRK-DATA-MONITOR TO WRK-DATA-JANELA
       END-IF
       COMPUTE WRK-PISO = WRK-TAB-RGR-VALOR (WRK-RGR-IDX)
           * (100 - WRK-TAB-RGR-PERCENTUAL (WRK-RGR-IDX)) / 100
       PERFORM VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-TRANSACOES
           IF WRK-TAB-TRN-DATA (WRK-I) = WRK-DATA-MONITOR
               MOVE WRK-I TO WRK-J
               PERFORM 0310-QUALIFICAR
               IF WRK-QUALIFICA-OK
                   MOVE WRK-CHAVE-J TO WRK-CHAVE-I
                   PERFORM 0320-VERIFICAR-PRIMEIRA
                   IF WRK-PRIMEIRA-OK
                       PERFORM 0330-AGRUPAR
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *    the group key is the reference (FR, MC) or the caixa (VR)
       0310-QUALIFICAR.
       MOVE 'N' TO WRK-QUALIFICA
       MOVE SPACES TO WRK-CHAVE-J
       IF WRK-TAB-TRN-VALOR (WRK-J) < ZEROS
           COMPUTE WRK-VALOR-ABS = 0 - WRK-TAB-TRN-VALOR (WRK-J)
       ELSE
           MOVE WRK-TAB-TRN-VALOR (WRK-J) TO WRK-VALOR-ABS
       END-IF
       IF WRK-TAB-TRN-DATA (WRK-J) >= WRK-DATA-JANELA
           EVALUATE WRK-TAB-RGR-TIPO (WRK-RGR-IDX)
               WHEN 'FR'
                   IF WRK-TAB-TRN-REFERENCIA (WRK-J) NOT = SPACES
                      AND WRK-TAB-TRN-VALOR (WRK-J) > ZEROS
                      AND WRK-VALOR-ABS >= WRK-PISO
                      AND WRK-VALOR-ABS
                           < WRK-TAB-RGR-VALOR (WRK-RGR-IDX)
                       MOVE 'S' TO WRK-QUALIFICA
                       MOVE WRK-TAB-TRN-REFERENCIA (WRK-J)
                           TO WRK-CHAVE-J
                   END-IF
               WHEN 'MC'
                   IF WRK-TAB-TRN-REFERENCIA (WRK-J) NOT = SPACES
                       MOVE 'S' TO WRK-QUALIFICA
                       MOVE WRK-TAB-TRN-REFERENCIA (WRK-J)
                           TO WRK-CHAVE-J
                   END-IF
               WHEN 'VR'
                   IF WRK-VALOR-ABS >= WRK-TAB-RGR-VALOR (WRK-RGR-IDX)
                       DIVIDE WRK-VALOR-ABS
                           BY WRK-TAB-RGR-VALOR (WRK-RGR-IDX)
                           GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
                       IF WRK-RESTO = ZEROS
                           MOVE 'S' TO WRK-QUALIFICA
                           MOVE WRK-TAB-TRN-CAIXA (WRK-J)
                               TO WRK-CHAVE-J
                       END-IF
                   END-IF
           END-EVALUATE
       END-IF.

       0320-VERIFICAR-PRIMEIRA.
       MOVE 'S' TO WRK-PRIMEIRA
       PERFORM VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J >= WRK-I OR NOT WRK-PRIMEIRA-OK
           IF WRK-TAB-TRN-DATA (WRK-J) = WRK-DATA-MONITOR
               PERFORM 0310-QUALIFICAR
               IF WRK-QUALIFICA-OK AND WRK-CHAVE-J = WRK-CHAVE-I
                   MOVE 'N' TO WRK-PRIMEIRA
               END-IF
           END-IF
       END-PERFORM.

       0330-AGRUPAR.
       MOVE ZEROS TO WRK-GRP-QTD WRK-GRP-CAIXAS WRK-GRP-VALOR
                     WRK-GRP-FIM
       MOVE 99999999 TO WRK-GRP-INICIO
       PERFORM VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-TRANSACOES
           MOVE 'N' TO WRK-TAB-TRN-MARCA (WRK-J)
           PERFORM 0310-QUALIFICAR
           IF WRK-QUALIFICA-OK AND WRK-CHAVE-J = WRK-CHAVE-I
               PERFORM 0340-CONTAR-CAIXA
               MOVE 'S' TO WRK-TAB-TRN-MARCA (WRK-J)
               ADD 1 TO WRK-GRP-QTD
               ADD WRK-VALOR-ABS TO WRK-GRP-VALOR
               IF WRK-TAB-TRN-DATA (WRK-J) < WRK-GRP-INICIO
                   MOVE WRK-TAB-TRN-DATA (WRK-J) TO WRK-GRP-INICIO
               END-IF
               IF WRK-TAB-TRN-DATA (WRK-J) > WRK-GRP-FIM
                   MOVE WRK-TAB-TRN-DATA (WRK-J) TO WRK-GRP-FIM
               END-IF
           END-IF
       END-PERFORM
       IF WRK-TAB-RGR-TIPO (WRK-RGR-IDX) = 'MC'
           IF WRK-GRP-CAIXAS >= WRK-TAB-RGR-QUANTIDADE (WRK-RGR-IDX)
               PERFORM 0700-REGISTRAR-CASO
           END-IF
       ELSE
           IF WRK-GRP-QTD >= WRK-TAB-RGR-QUANTIDADE (WRK-RGR-IDX)
               PERFORM 0700-REGISTRAR-CASO
           END-IF
       END-IF.

       0340-CONTAR-CAIXA.
       MOVE 'S' TO WRK-CAIXA-NOVA
       PERFORM VARYING WRK-K FROM 1 BY 1
               UNTIL WRK-K >= WRK-J OR NOT WRK-CAIXA-NOVA-OK
           IF WRK-TAB-TRN-MARCA (WRK-K) = 'S'
              AND WRK-TAB-TRN-CAIXA (WRK-K) = WRK-TAB-TRN-CAIXA (WRK-J)
               MOVE 'N' TO WRK-CAIXA-NOVA
           END-IF
       END-PERFORM
       IF WRK-CAIXA-NOVA-OK
           ADD 1 TO WRK-GRP-CAIXAS
       END-IF.

       0590-EDITAR-DATA.
       MOVE WRK-DX-DIA TO WRK-DE-DIA
       MOVE WRK-DX-MES TO WRK-DE-MES
       MOVE WRK-DX-ANO TO WRK-DE-ANO.

       0600-RELATORIO-ESPECIE.
       OPEN OUTPUT EX2V2-ESP-REL-FILE
       WRITE EX2V2-ESP-REL-LINHA FROM WRK-CABECALHO-ESPECIE
       WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-CP-MES TO WRK-LY-MES
       MOVE WRK-CP-ANO TO WRK-LY-ANO
       MOVE WRK-LIMITE-LEGAL TO WRK-LY-LIMITE
       WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-COMPETENCIA
       WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-BRANCO
       IF WRK-LIMITE-LEGAL = ZEROS
           MOVE 'NENHUMA REGRA LL ATIVA - RELATORIO NAO EMITIDO'
               TO WRK-LINHA-RESUMO
           WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-RESUMO
       ELSE
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX2V2-TRANSACOES-FILE
           IF WRK-TRN-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EX2V2-TX-DATA (1:6) = WRK-COMPETENCIA
                              AND NOT EX2V2-TX-TRANSFERENCIA
                               PERFORM 0610-VERIFICAR-ESPECIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EX2V2-TRANSACOES-FILE
           END-IF
           PERFORM 0620-TOTAIS-ESPECIE
       END-IF
       CLOSE EX2V2-ESP-REL-FILE.

       0620-TOTAIS-ESPECIE.
       WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           IF WRK-TAB-EMT-QT-ESPECIE (WRK-EMT-IDX) > ZEROS
               MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LS-EMPRESA
               MOVE WRK-TAB-EMT-QT-ESPECIE (WRK-EMT-IDX) TO WRK-LS-QTD
               MOVE WRK-TAB-EMT-ESPECIE (WRK-EMT-IDX) TO WRK-LS-VALOR
               WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-EMPRESA-ESPECIE
           END-IF
       END-PERFORM
       WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX2V2-MONITOR' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
           WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'OPERACOES INFORMADAS..: ' WRK-QT-ESPECIE
               DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
           WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE WRK-TOT-ESPECIE TO WRK-VALOR-ED
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'VALOR TOTAL...........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
           WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-RESUMO
       END-IF.

       0610-VERIFICAR-ESPECIE.
       IF EX2V2-TX-VALOR < ZEROS
           COMPUTE WRK-VALOR-ABS = 0 - EX2V2-TX-VALOR
       ELSE
           MOVE EX2V2-TX-VALOR TO WRK-VALOR-ABS
       END-IF
       IF WRK-VALOR-ABS >= WRK-LIMITE-LEGAL
           ADD 1 TO WRK-QT-ESPECIE
           ADD WRK-VALOR-ABS TO WRK-TOT-ESPECIE
           PERFORM 0750-LOCALIZAR-EMPRESA
           ADD 1 TO WRK-TAB-EMT-QT-ESPECIE (WRK-EMT-IDX)
           ADD WRK-VALOR-ABS TO WRK-TAB-EMT-ESPECIE (WRK-EMT-IDX)
           PERFORM 0720-EDITAR-TRANSACAO
           WRITE EX2V2-ESP-REL-LINHA FROM WRK-LINHA-TRANSACAO
       END-IF.

      *    a case for the same rule, key and last day is not opened
      *    again
       0700-REGISTRAR-CASO.
       MOVE 'N' TO WRK-CASO-EXISTE
       PERFORM VARYING WRK-CAS-IDX FROM 1 BY 1
               UNTIL WRK-CAS-IDX > WRK-QTD-CASOS OR WRK-CASO-EXISTE-OK
           MOVE WRK-TAB-CAS-LINHA (WRK-CAS-IDX) TO EX2V2-CASO-REC
           IF EX2V2-CA-REGRA = WRK-TAB-RGR-TIPO (WRK-RGR-IDX)
              AND EX2V2-CA-CHAVE = WRK-CHAVE-I
              AND EX2V2-CA-DATA-FIM = WRK-GRP-FIM
               MOVE 'S' TO WRK-CASO-EXISTE
           END-IF
       END-PERFORM
       IF WRK-CASO-EXISTE-OK
           ADD 1 TO WRK-QT-JA-REGISTR
       ELSE
           IF WRK-QTD-CASOS >= 5000
               PERFORM 9000-ABORTAR-CAPACIDADE
           END-IF
           ADD 1 TO WRK-ULTIMO-CASO
           ADD 1 TO WRK-QT-CASOS-NOVOS
           MOVE WRK-ULTIMO-CASO TO EX2V2-CA-NUMERO
           MOVE WRK-TAB-RGR-TIPO (WRK-RGR-IDX) TO EX2V2-CA-REGRA
           MOVE WRK-CHAVE-I TO EX2V2-CA-CHAVE
           MOVE WRK-DATA-NEGOCIO TO EX2V2-CA-DATA-DETECCAO
           MOVE WRK-GRP-INICIO TO EX2V2-CA-DATA-INICIO
           MOVE WRK-GRP-FIM TO EX2V2-CA-DATA-FIM
           IF WRK-GRP-QTD > 999
               MOVE 999 TO EX2V2-CA-QTD-TRANS
           ELSE
               MOVE WRK-GRP-QTD TO EX2V2-CA-QTD-TRANS
           END-IF
           MOVE WRK-GRP-VALOR TO EX2V2-CA-VALOR-TOTAL
           MOVE 'A' TO EX2V2-CA-SITUACAO
           MOVE ZEROS TO EX2V2-CA-DATA-FECHAMENTO
           MOVE SPACES TO EX2V2-CA-PARECER
           ADD 1 TO WRK-QTD-CASOS
           MOVE EX2V2-CA-NUMERO TO WRK-TAB-CAS-NUMERO (WRK-QTD-CASOS)
           MOVE EX2V2-CASO-REC TO WRK-TAB-CAS-LINHA (WRK-QTD-CASOS)
           PERFORM 0710-IMPRIMIR-CASO
       END-IF.

       0710-IMPRIMIR-CASO.
       MOVE EX2V2-CA-NUMERO TO WRK-LC-NUMERO
       MOVE EX2V2-CA-REGRA TO WRK-LC-REGRA
       MOVE EX2V2-CA-CHAVE TO WRK-LC-CHAVE
       MOVE EX2V2-CA-DATA-INICIO TO WRK-DATA-AUX
       PERFORM 0590-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LC-INICIO
       MOVE EX2V2-CA-DATA-FIM TO WRK-DATA-AUX
       PERFORM 0590-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LC-FIM
       MOVE EX2V2-CA-QTD-TRANS TO WRK-LC-QTD
       MOVE EX2V2-CA-VALOR-TOTAL TO WRK-LC-VALOR
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-CASO
       MOVE EX2V2-CA-NUMERO TO EX2V2-CX-NUMERO
       MOVE 'N' TO WRK-CASO-CONTADO
       PERFORM VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-TRANSACOES
           IF WRK-TAB-TRN-MARCA (WRK-J) = 'S'
               MOVE WRK-TAB-TRN-LINHA (WRK-J) TO EX2V2-CX-TRANSACAO
               MOVE EX2V2-CASOTX-REC TO EX2V2-CASOTX-LINHA
               WRITE EX2V2-CASOTX-LINHA
               MOVE WRK-TAB-TRN-LINHA (WRK-J) TO EX2V2-TRANSACAO-REC
               IF NOT WRK-CASO-CONTADO-OK
                   PERFORM 0750-LOCALIZAR-EMPRESA
                   ADD 1 TO WRK-TAB-EMT-CASOS (WRK-EMT-IDX)
                   MOVE 'S' TO WRK-CASO-CONTADO
               END-IF
               PERFORM 0720-EDITAR-TRANSACAO
               WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-TRANSACAO
           END-IF
       END-PERFORM.

       0720-EDITAR-TRANSACAO.
       MOVE EX2V2-TX-DATA TO WRK-DATA-AUX
       PERFORM 0590-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LT-DATA
       MOVE EX2V2-TX-CAIXA TO WRK-LT-CAIXA
       MOVE EX2V2-TX-REFERENCIA TO WRK-LT-REFERENCIA
       MOVE EX2V2-TX-TIPO TO WRK-LT-TIPO
       MOVE EX2V2-TX-VALOR TO WRK-LT-VALOR
       MOVE EX2V2-TX-HISTORICO TO WRK-LT-HISTORICO.

       0750-LOCALIZAR-EMPRESA.
       IF EX2V2-TX-EMPRESA IS NUMERIC
          AND EX2V2-TX-EMPRESA > ZEROS
           MOVE EX2V2-TX-EMPRESA TO WRK-EMPRESA
       ELSE
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
       END-IF
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-TRANSACOES (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-CASOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QT-ESPECIE (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-ESPECIE (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH.

       0800-RELATORIO-TOTAIS.
       PERFORM VARYING WRK-CAS-IDX FROM 1 BY 1
               UNTIL WRK-CAS-IDX > WRK-QTD-CASOS
           MOVE WRK-TAB-CAS-LINHA (WRK-CAS-IDX) TO EX2V2-CASO-REC
           IF EX2V2-CA-ABERTO
               ADD 1 TO WRK-QT-EM-ABERTO
           END-IF
       END-PERFORM
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           IF WRK-TAB-EMT-TRANSACOES (WRK-EMT-IDX) > ZEROS
              OR WRK-TAB-EMT-CASOS (WRK-EMT-IDX) > ZEROS
               MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
               MOVE WRK-TAB-EMT-TRANSACOES (WRK-EMT-IDX)
                   TO WRK-LE-TRANSACOES
               MOVE WRK-TAB-EMT-CASOS (WRK-EMT-IDX) TO WRK-LE-CASOS
               WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-EMPRESA
           END-IF
       END-PERFORM
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TRANSACOES DO DIA.....: ' WRK-QT-ANALISADAS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CASOS ABERTOS NO DIA..: ' WRK-QT-CASOS-NOVOS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CASOS JA REGISTRADOS..: ' WRK-QT-JA-REGISTR
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CASOS ENCERRADOS......: ' WRK-QT-ENCERRADOS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FECHAMENTOS RECUSADOS.: ' WRK-QT-FECH-RECUSA
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CASOS EM ABERTO.......: ' WRK-QT-EM-ABERTO
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'REGRAS INVALIDAS......: ' WRK-QT-REGRAS-INVAL
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-MON-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX2V2-CASOTX-FILE
       CLOSE EX2V2-MON-REL-FILE
       OPEN OUTPUT EX2V2-CASO-FILE
       PERFORM VARYING WRK-CAS-IDX FROM 1 BY 1
               UNTIL WRK-CAS-IDX > WRK-QTD-CASOS
           MOVE WRK-TAB-CAS-LINHA (WRK-CAS-IDX) TO EX2V2-CASO-LINHA
           WRITE EX2V2-CASO-LINHA
       END-PERFORM
       CLOSE EX2V2-CASO-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
