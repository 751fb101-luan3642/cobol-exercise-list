      ******************************************************************
      * Author:
      * Date:
      * Purpose: cash order forecast for the EX2V2 cash subsystem -
      *          for every caixa in EX2V2PRV.DAT (caixa, minimum and
      *          maximum holding, day of the month the payroll
      *          advances are paid there, 00 when none) projects the
      *          closing cash of the order date and recommends what
      *          to order from the vault, denomination by
      *          denomination. EX2V2PRVPRM.DAT may carry the order
      *          date (AAAAMMDD) and the months of history to look
      *          at (2 digits); they default to the next weekday
      *          after the business date and 3 months. The daily net
      *          flow of EX2V2TRN.DAT in that window gives the
      *          average of the same weekday, the month-end
      *          adjustment (last three days of a month against the
      *          overall average) and the average tipo A advance
      *          outflow; on the advance day the approved requests
      *          waiting in EX26ADIREQ.DAT for the caixa are used
      *          instead when there are any. The opening cash is the
      *          latest EX2V2CNT.DAT count before the order date plus
      *          the movement booked after it. When the projection
      *          falls below the minimum a supply order (tipo S)
      *          brings it back to the middle of the band, split
      *          along the denomination mix of the counts in the
      *          window; above the maximum a return (tipo R) gives
      *          back the largest notes last counted. Orders go to
      *          EX2V2PED.DAT for the vault, every projection is kept
      *          in EX2V2PRVHIS.DAT and the report EX2V2PRVREL.DAT
      *          ends comparing earlier projections with the closing
      *          cash actually counted, after the orders totalled by
      *          the company that owns each caixa (SIS-EMPRESA); the
      *          group totals are printed only when requested through
      *          SIS-CONSOLIDA. A missing or invalid caixa setup ends
      *          the run with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX2V2-PREVISAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX2V2-PREVCFG-FILE ASSIGN TO 'EX2V2PRV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PREVCFG-STATUS.
           SELECT EX2V2-PREVPRM-FILE ASSIGN TO 'EX2V2PRVPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PREVPRM-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRN-STATUS.
           SELECT EX2V2-CONTAGEM-FILE ASSIGN TO 'EX2V2CNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAGEM-STATUS.
           SELECT EX26-PEDIDO-FILE ASSIGN TO 'EX26ADIREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-STATUS.
           SELECT EX2V2-ORDEM-FILE ASSIGN TO 'EX2V2PED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORDEM-STATUS.
           SELECT EX2V2-PREVHIS-FILE ASSIGN TO 'EX2V2PRVHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PREVHIS-STATUS.
           SELECT EX2V2-PREV-REL-FILE ASSIGN TO 'EX2V2PRVREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-PREVCFG-FILE.
       01 EX2V2-PREVCFG-LINHA PIC X(25).

       FD  EX2V2-PREVPRM-FILE.
       01 EX2V2-PREVPRM-LINHA.
           05 EX2V2-PREVPRM-DATA  PIC X(08).
           05 EX2V2-PREVPRM-MESES PIC X(02).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-CONTAGEM-FILE.
       01 EX2V2-CONTAGEM-LINHA PIC X(59).

       FD  EX26-PEDIDO-FILE.
       01 EX26-PEDIDO-LINHA PIC X(17).

       FD  EX2V2-ORDEM-FILE.
       01 EX2V2-ORDEM-LINHA PIC X(82).

       FD  EX2V2-PREVHIS-FILE.
       01 EX2V2-PREVHIS-LINHA PIC X(59).

       FD  EX2V2-PREV-REL-FILE.
       01 EX2V2-PREV-REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY EX26REC.
       COPY SISEMPREC.

       77 WRK-PREVCFG-STATUS   PIC X(02) VALUE '00'.
       77 WRK-PREVPRM-STATUS   PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-CONTAGEM-STATUS  PIC X(02) VALUE '00'.
       77 WRK-PEDIDO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-ORDEM-STATUS     PIC X(02) VALUE '00'.
       77 WRK-PREVHIS-STATUS   PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-DENOMINACOES.
           05 FILLER PIC 9(04)V99 VALUE 200,00.
           05 FILLER PIC 9(04)V99 VALUE 100,00.
           05 FILLER PIC 9(04)V99 VALUE 050,00.
           05 FILLER PIC 9(04)V99 VALUE 020,00.
           05 FILLER PIC 9(04)V99 VALUE 010,00.
           05 FILLER PIC 9(04)V99 VALUE 005,00.
           05 FILLER PIC 9(04)V99 VALUE 002,00.
           05 FILLER PIC 9(04)V99 VALUE 001,00.
           05 FILLER PIC 9(04)V99 VALUE 000,50.
           05 FILLER PIC 9(04)V99 VALUE 000,25.
           05 FILLER PIC 9(04)V99 VALUE 000,10.
           05 FILLER PIC 9(04)V99 VALUE 000,05.
       01 WRK-TABELA-DENOM-RED REDEFINES WRK-TABELA-DENOMINACOES.
           05 WRK-TAB-DEN OCCURS 12 TIMES PIC 9(04)V99.

       01 WRK-TABELA-DIAS-SEMANA.
           05 FILLER PIC X(07) VALUE 'DOMINGO'.
           05 FILLER PIC X(07) VALUE 'SEGUNDA'.
           05 FILLER PIC X(07) VALUE 'TERCA'.
           05 FILLER PIC X(07) VALUE 'QUARTA'.
           05 FILLER PIC X(07) VALUE 'QUINTA'.
           05 FILLER PIC X(07) VALUE 'SEXTA'.
           05 FILLER PIC X(07) VALUE 'SABADO'.
       01 WRK-TABELA-DIAS-RED REDEFINES WRK-TABELA-DIAS-SEMANA.
           05 WRK-TAB-NOME-DIA OCCURS 7 TIMES PIC X(07).

       01 WRK-TABELA-CAIXAS.
           05 WRK-TAB-CFG OCCURS 200 TIMES
               INDEXED BY WRK-CFG-IDX.
               10 WRK-TAB-CFG-CAIXA       PIC X(03).
               10 WRK-TAB-CFG-MINIMO      PIC 9(08)V99.
               10 WRK-TAB-CFG-MAXIMO      PIC 9(08)V99.
               10 WRK-TAB-CFG-DIA-ADIANT  PIC 9(02).
               10 WRK-TAB-CFG-ADIANT-PEND PIC 9(09)V99.
       77 WRK-QTD-CAIXAS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-MOVIMENTOS.
           05 WRK-TAB-MOV OCCURS 5000 TIMES
               INDEXED BY WRK-MOV-IDX.
               10 WRK-TAB-MOV-CAIXA    PIC X(03).
               10 WRK-TAB-MOV-DATA     PIC 9(08).
               10 WRK-TAB-MOV-LIQUIDO  PIC S9(10)V99.
               10 WRK-TAB-MOV-ADIANT   PIC S9(10)V99.
       77 WRK-QTD-MOVIMENTOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-CONTAGENS.
           05 WRK-TAB-CNT OCCURS 3000 TIMES
               INDEXED BY WRK-CNT-IDX.
               10 WRK-TAB-CNT-CAIXA    PIC X(03).
               10 WRK-TAB-CNT-DATA     PIC 9(08).
               10 WRK-TAB-CNT-TOTAL    PIC 9(10)V99.
               10 WRK-TAB-CNT-QTD OCCURS 12 TIMES PIC 9(04).
       77 WRK-QTD-CONTAGENS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-PREVISOES.
           05 WRK-TAB-PRV OCCURS 3000 TIMES
               INDEXED BY WRK-PRV-IDX.
               10 WRK-TAB-PRV-CAIXA    PIC X(03).
               10 WRK-TAB-PRV-DATA     PIC 9(08).
               10 WRK-TAB-PRV-PREVISTO PIC S9(08)V99.
       77 WRK-QTD-PREVISOES PIC 9(04) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       01 WRK-DATA-ALVO-DEC.
           05 WRK-DA-ANO PIC 9(04).
           05 WRK-DA-MES PIC 9(02).
           05 WRK-DA-DIA PIC 9(02).
       01 WRK-DATA-ALVO REDEFINES WRK-DATA-ALVO-DEC PIC 9(08).

       01 WRK-DATA-INICIO-DEC.
           05 WRK-DI-ANO PIC 9(04).
           05 WRK-DI-MES PIC 9(02).
           05 WRK-DI-DIA PIC 9(02).
       01 WRK-DATA-INICIO REDEFINES WRK-DATA-INICIO-DEC PIC 9(08).

       01 WRK-DATA-AUX-DEC.
           05 WRK-DX-ANO PIC 9(04).
           05 WRK-DX-MES PIC 9(02).
           05 WRK-DX-DIA PIC 9(02).
       01 WRK-DATA-AUX REDEFINES WRK-DATA-AUX-DEC PIC 9(08).

       01 WRK-DATA-CALC-DEC.
           05 WRK-DC-ANO PIC 9(04).
           05 WRK-DC-MES PIC 9(02).
           05 WRK-DC-DIA PIC 9(02).
       01 WRK-DATA-CALC REDEFINES WRK-DATA-CALC-DEC PIC 9(08).

       77 WRK-MESES-HISTORICO PIC 9(02) VALUE 03.
       77 WRK-DIAS-ALVO       PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-CALC       PIC 9(07) VALUE ZEROS.
       77 WRK-MESES-CALC      PIC 9(06) VALUE ZEROS.
       77 WRK-QUOCIENTE       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-SEMANA      PIC 9(01) VALUE ZEROS.
       77 WRK-DIA-SEMANA-ALVO PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-DE-MES PIC X(01) VALUE 'N'.
           88 WRK-FIM-DE-MES-OK VALUE 'S'.
       77 WRK-ALVO-FIM-MES PIC X(01) VALUE 'N'.
           88 WRK-ALVO-FIM-MES-OK VALUE 'S'.
       77 WRK-DIA-ADIANT PIC X(01) VALUE 'N'.
           88 WRK-DIA-ADIANT-OK VALUE 'S'.
       77 WRK-CONFIG-VALIDA PIC X(01) VALUE 'S'.
           88 WRK-CONFIG-VALIDA-OK VALUE 'S'.

       77 WRK-CAIXA          PIC X(03) VALUE SPACES.
       77 WRK-I              PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-GERAL     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-GERAL      PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-SEMANA    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-SEMANA     PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-FIM-MES   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-FIM-MES    PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-ADIANT    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ADIANT     PIC 9(05) VALUE ZEROS.
       77 WRK-MEDIA-GERAL    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-FLUXO-SEMANA   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-AJUSTE-FIM-MES PIC S9(10)V99 VALUE ZEROS.
       77 WRK-FLUXO-ADIANT   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-FLUXO-PREVISTO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-DATA-CONTAGEM  PIC 9(08) VALUE ZEROS.
       77 WRK-CNT-ULTIMA     PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-INICIAL  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-SEM-PED  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-META     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-PEDIR    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-PEDIDO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-RESTO          PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-CALC       PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-MIX      PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TIPO-PEDIDO    PIC X(01) VALUE SPACES.
           88 WRK-PEDIDO-SUPRIMENTO   VALUE 'S'.
           88 WRK-PEDIDO-RECOLHIMENTO VALUE 'R'.
           88 WRK-SEM-PEDIDO          VALUE SPACES.

       01 WRK-MIX-DENOMINACOES.
           05 WRK-TAB-MIX OCCURS 12 TIMES PIC 9(12)V99.
       01 WRK-QTD-PEDIDO-DENOM.
           05 WRK-TAB-PED-QTD OCCURS 12 TIMES PIC 9(05).

       77 WRK-REALIZADO      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-DIFERENCA      PIC S9(10)V99 VALUE ZEROS.

       77 WRK-QT-CAIXAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUPRIMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECOLHIM    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NA-FAIXA    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-CONTAG  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INVALIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COMPARADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-CONTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-SUPRIMENTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-RECOLHIM   PIC 9(10)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO     PIC 9(02).
               10 WRK-TAB-EMT-QTD        PIC 9(05).
               10 WRK-TAB-EMT-SUPRIMENTO PIC 9(10)V99.
               10 WRK-TAB-EMT-RECOLHIM   PIC 9(10)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

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
           'PREVISAO DE NUMERARIO POR CAIXA - EX2V2-PREVISAO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-PARAMETROS.
           05 FILLER            PIC X(16) VALUE 'DATA DO PEDIDO: '.
           05 WRK-LP-DATA        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LP-DIA-SEMANA  PIC X(07).
           05 FILLER            PIC X(16) VALUE '  HISTORICO DE: '.
           05 WRK-LP-INICIO      PIC X(10).
           05 FILLER            PIC X(03) VALUE '  ('.
           05 WRK-LP-MESES       PIC 99.
           05 FILLER            PIC X(07) VALUE ' MESES)'.
       01 WRK-LINHA-CAIXA.
           05 FILLER            PIC X(07) VALUE 'CAIXA: '.
           05 WRK-LC-CAIXA       PIC X(03).
           05 FILLER            PIC X(10) VALUE '  MINIMO: '.
           05 WRK-LC-MINIMO      PIC ZZZZZZZ9,99.
           05 FILLER            PIC X(10) VALUE '  MAXIMO: '.
           05 WRK-LC-MAXIMO      PIC ZZZZZZZ9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LC-OBSERVACAO  PIC X(40).
       01 WRK-LINHA-VALOR.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LV-ROTULO      PIC X(24).
           05 WRK-LV-VALOR       PIC ---------9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LV-COMPLEMENTO PIC X(40).
       01 WRK-LINHA-DENOMINACAO.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 WRK-LN-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(03) VALUE ' X '.
           05 WRK-LN-DENOMINACAO PIC ZZZ9,99.
           05 FILLER            PIC X(03) VALUE ' = '.
           05 WRK-LN-VALOR       PIC ZZZZZZZ9,99.
       01 WRK-LINHA-SUBTITULO PIC X(60) VALUE
           'PREVISTO X REALIZADO (SALDO DE FECHAMENTO)'.
       01 WRK-LINHA-COMPARACAO.
           05 FILLER            PIC X(07) VALUE 'CAIXA: '.
           05 WRK-LK-CAIXA       PIC X(03).
           05 FILLER            PIC X(08) VALUE '  DATA: '.
           05 WRK-LK-DATA        PIC X(10).
           05 FILLER            PIC X(12) VALUE '  PREVISTO: '.
           05 WRK-LK-PREVISTO    PIC ---------9,99.
           05 FILLER            PIC X(13) VALUE '  REALIZADO: '.
           05 WRK-LK-REALIZADO   PIC X(13).
           05 FILLER            PIC X(07) VALUE '  DIF: '.
           05 WRK-LK-DIFERENCA   PIC X(13).
       77 WRK-VALOR-ED PIC ---------9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(09) VALUE ' CAIXAS: '.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(09) VALUE ' SUPRIR: '.
           05 WRK-LM-SUPRIMENTO  PIC ZZZZZZZZZ9,99.
           05 FILLER            PIC X(11) VALUE ' RECOLHER: '.
           05 WRK-LM-RECOLHIM    PIC ZZZZZZZZZ9,99.
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
       PERFORM 0130-CARREGAR-CAIXAS.
       PERFORM 0140-CARREGAR-MOVIMENTOS.
       PERFORM 0160-CARREGAR-CONTAGENS.
       PERFORM 0180-CARREGAR-PREVISOES.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM VARYING WRK-CFG-IDX FROM 1 BY 1
               UNTIL WRK-CFG-IDX > WRK-QTD-CAIXAS
           PERFORM 0300-PREVER-CAIXA
       END-PERFORM.
       PERFORM 0600-PREVISTO-REALIZADO.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QTD-CAIXAS > 0 AND WRK-QT-INVALIDOS = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *    order date defaults to the next weekday after the
      *    business date; the history window starts on the first day
      *    of the month that many months before the order date
       0120-OBTER-PARAMETROS.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE ZEROS TO WRK-DATA-ALVO
       OPEN INPUT EX2V2-PREVPRM-FILE
       IF WRK-PREVPRM-STATUS = '00'
           READ EX2V2-PREVPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX2V2-PREVPRM-DATA IS NUMERIC
                      AND EX2V2-PREVPRM-DATA > WRK-DATA-NEGOCIO-DEC
                       MOVE EX2V2-PREVPRM-DATA TO WRK-DATA-ALVO
                       COMPUTE WRK-DIAS-ALVO =
                           FUNCTION INTEGER-OF-DATE (WRK-DATA-ALVO)
                       IF WRK-DIAS-ALVO = ZEROS
                           MOVE ZEROS TO WRK-DATA-ALVO
                       END-IF
                   END-IF
                   IF EX2V2-PREVPRM-MESES IS NUMERIC
                      AND EX2V2-PREVPRM-MESES > '00'
                       MOVE EX2V2-PREVPRM-MESES TO WRK-MESES-HISTORICO
                   END-IF
           END-READ
           CLOSE EX2V2-PREVPRM-FILE
       END-IF
       IF WRK-DATA-ALVO = ZEROS
           COMPUTE WRK-DIAS-ALVO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO) + 1
           DIVIDE WRK-DIAS-ALVO BY 7 GIVING WRK-QUOCIENTE
               REMAINDER WRK-DIA-SEMANA
           EVALUATE WRK-DIA-SEMANA
               WHEN 6
                   ADD 2 TO WRK-DIAS-ALVO
               WHEN 0
                   ADD 1 TO WRK-DIAS-ALVO
           END-EVALUATE
           COMPUTE WRK-DATA-ALVO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-ALVO)
       END-IF
       DIVIDE WRK-DIAS-ALVO BY 7 GIVING WRK-QUOCIENTE
           REMAINDER WRK-DIA-SEMANA-ALVO
       MOVE WRK-DIAS-ALVO TO WRK-DIAS-CALC
       MOVE WRK-DATA-ALVO TO WRK-DATA-AUX
       PERFORM 0315-VERIFICAR-FIM-MES
       MOVE WRK-FIM-DE-MES TO WRK-ALVO-FIM-MES
       COMPUTE WRK-MESES-CALC = WRK-DA-ANO * 12 + WRK-DA-MES - 1
           - WRK-MESES-HISTORICO
       DIVIDE WRK-MESES-CALC BY 12 GIVING WRK-DI-ANO
           REMAINDER WRK-DI-MES
       ADD 1 TO WRK-DI-MES
       MOVE 01 TO WRK-DI-DIA.

       0130-CARREGAR-CAIXAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-PREVCFG-FILE
       IF WRK-PREVCFG-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-PREVCFG-FILE INTO EX2V2-PREVCFG-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CAIXAS >= 200
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CAIXAS
                       MOVE EX2V2-PC-CAIXA TO
                           WRK-TAB-CFG-CAIXA (WRK-QTD-CAIXAS)
                       MOVE EX2V2-PC-MINIMO TO
                           WRK-TAB-CFG-MINIMO (WRK-QTD-CAIXAS)
                       MOVE EX2V2-PC-MAXIMO TO
                           WRK-TAB-CFG-MAXIMO (WRK-QTD-CAIXAS)
                       MOVE EX2V2-PC-DIA-ADIANT TO
                           WRK-TAB-CFG-DIA-ADIANT (WRK-QTD-CAIXAS)
                       MOVE ZEROS TO
                           WRK-TAB-CFG-ADIANT-PEND (WRK-QTD-CAIXAS)
               END-READ
           END-PERFORM
           CLOSE EX2V2-PREVCFG-FILE
       ELSE
           DISPLAY 'NENHUM CAIXA CONFIGURADO EM EX2V2PRV.DAT'
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-PEDIDO-FILE
       IF WRK-PEDIDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-PEDIDO-FILE INTO EX26-ADIANT-PEDIDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0135-SOMAR-PEDIDO-ADIANT
               END-READ
           END-PERFORM
           CLOSE EX26-PEDIDO-FILE
       END-IF.

       0135-SOMAR-PEDIDO-ADIANT.
       SET WRK-CFG-IDX TO 1
       SEARCH WRK-TAB-CFG
           AT END
               CONTINUE
           WHEN WRK-CFG-IDX > WRK-QTD-CAIXAS
               CONTINUE
           WHEN WRK-TAB-CFG-CAIXA (WRK-CFG-IDX) = EX26-AP-CAIXA
               ADD EX26-AP-VALOR TO
                   WRK-TAB-CFG-ADIANT-PEND (WRK-CFG-IDX)
       END-SEARCH.

      *    tipo A advances are kept apart from the regular movement
       0140-CARREGAR-MOVIMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-TX-DATA < WRK-DATA-ALVO
                           PERFORM 0150-ACUMULAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF.

       0150-ACUMULAR-MOVIMENTO.
       SET WRK-MOV-IDX TO 1
       SEARCH WRK-TAB-MOV
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
               ADD 1 TO WRK-QTD-MOVIMENTOS
               MOVE EX2V2-TX-CAIXA TO WRK-TAB-MOV-CAIXA (WRK-MOV-IDX)
               MOVE EX2V2-TX-DATA TO WRK-TAB-MOV-DATA (WRK-MOV-IDX)
               MOVE ZEROS TO WRK-TAB-MOV-LIQUIDO (WRK-MOV-IDX)
               MOVE ZEROS TO WRK-TAB-MOV-ADIANT (WRK-MOV-IDX)
           WHEN WRK-TAB-MOV-CAIXA (WRK-MOV-IDX) = EX2V2-TX-CAIXA
            AND WRK-TAB-MOV-DATA (WRK-MOV-IDX) = EX2V2-TX-DATA
               CONTINUE
       END-SEARCH
       IF EX2V2-TX-ADIANTAMENTO
           ADD EX2V2-TX-VALOR TO WRK-TAB-MOV-ADIANT (WRK-MOV-IDX)
       ELSE
           ADD EX2V2-TX-VALOR TO WRK-TAB-MOV-LIQUIDO (WRK-MOV-IDX)
       END-IF.

      *    a recount of the same caixa and day replaces the earlier
      *    one
       0160-CARREGAR-CONTAGENS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-CONTAGEM-FILE
       IF WRK-CONTAGEM-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-CONTAGEM-FILE INTO EX2V2-CONTAGEM-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0170-GUARDAR-CONTAGEM
               END-READ
           END-PERFORM
           CLOSE EX2V2-CONTAGEM-FILE
       END-IF.

       0170-GUARDAR-CONTAGEM.
       SET WRK-CNT-IDX TO 1
       SEARCH WRK-TAB-CNT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-CNT-IDX > WRK-QTD-CONTAGENS
               ADD 1 TO WRK-QTD-CONTAGENS
               MOVE EX2V2-CT-CAIXA TO WRK-TAB-CNT-CAIXA (WRK-CNT-IDX)
               MOVE EX2V2-CT-DATA TO WRK-TAB-CNT-DATA (WRK-CNT-IDX)
           WHEN WRK-TAB-CNT-CAIXA (WRK-CNT-IDX) = EX2V2-CT-CAIXA
            AND WRK-TAB-CNT-DATA (WRK-CNT-IDX) = EX2V2-CT-DATA
               CONTINUE
       END-SEARCH
       MOVE ZEROS TO WRK-TAB-CNT-TOTAL (WRK-CNT-IDX)
       PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
           MOVE EX2V2-CT-QTD (WRK-I) TO
               WRK-TAB-CNT-QTD (WRK-CNT-IDX WRK-I)
           COMPUTE WRK-TAB-CNT-TOTAL (WRK-CNT-IDX) =
               WRK-TAB-CNT-TOTAL (WRK-CNT-IDX)
               + EX2V2-CT-QTD (WRK-I) * WRK-TAB-DEN (WRK-I)
       END-PERFORM.

      *    a rerun for the same caixa and day replaces the earlier
      *    projection
       0180-CARREGAR-PREVISOES.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-PREVHIS-FILE
       IF WRK-PREVHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-PREVHIS-FILE INTO EX2V2-PREVISAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-PV-DATA >= WRK-DATA-INICIO
                          AND EX2V2-PV-DATA <= WRK-DATA-NEGOCIO
                           PERFORM 0190-GUARDAR-PREVISAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-PREVHIS-FILE
       END-IF.

       0190-GUARDAR-PREVISAO.
       SET WRK-PRV-IDX TO 1
       SEARCH WRK-TAB-PRV
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-PRV-IDX > WRK-QTD-PREVISOES
               ADD 1 TO WRK-QTD-PREVISOES
               MOVE EX2V2-PV-CAIXA TO WRK-TAB-PRV-CAIXA (WRK-PRV-IDX)
               MOVE EX2V2-PV-DATA TO WRK-TAB-PRV-DATA (WRK-PRV-IDX)
           WHEN WRK-TAB-PRV-CAIXA (WRK-PRV-IDX) = EX2V2-PV-CAIXA
            AND WRK-TAB-PRV-DATA (WRK-PRV-IDX) = EX2V2-PV-DATA
               CONTINUE
       END-SEARCH
       MOVE EX2V2-PV-SALDO-PREVISTO TO
           WRK-TAB-PRV-PREVISTO (WRK-PRV-IDX).

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT EX2V2-ORDEM-FILE
       OPEN EXTEND EX2V2-PREVHIS-FILE
       IF WRK-PREVHIS-STATUS = '35'
           OPEN OUTPUT EX2V2-PREVHIS-FILE
       END-IF
       OPEN OUTPUT EX2V2-PREV-REL-FILE
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DATA-ALVO TO WRK-DATA-AUX
       PERFORM 0590-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LP-DATA
       MOVE WRK-TAB-NOME-DIA (WRK-DIA-SEMANA-ALVO + 1)
           TO WRK-LP-DIA-SEMANA
       MOVE WRK-DATA-INICIO TO WRK-DATA-AUX
       PERFORM 0590-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LP-INICIO
       MOVE WRK-MESES-HISTORICO TO WRK-LP-MESES
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-PARAMETROS
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-BRANCO.

       0300-PREVER-CAIXA.
       MOVE WRK-TAB-CFG-CAIXA (WRK-CFG-IDX) TO WRK-CAIXA
       MOVE WRK-CAIXA TO WRK-LC-CAIXA
       MOVE WRK-TAB-CFG-MINIMO (WRK-CFG-IDX) TO WRK-LC-MINIMO
       MOVE WRK-TAB-CFG-MAXIMO (WRK-CFG-IDX) TO WRK-LC-MAXIMO
       MOVE SPACES TO WRK-LC-OBSERVACAO
       MOVE 'S' TO WRK-CONFIG-VALIDA
       IF WRK-CAIXA = SPACES
          OR WRK-TAB-CFG-MAXIMO (WRK-CFG-IDX) = ZEROS
          OR WRK-TAB-CFG-MINIMO (WRK-CFG-IDX)
               > WRK-TAB-CFG-MAXIMO (WRK-CFG-IDX)
          OR WRK-TAB-CFG-DIA-ADIANT (WRK-CFG-IDX) > 31
           MOVE 'N' TO WRK-CONFIG-VALIDA
       END-IF
       IF NOT WRK-CONFIG-VALIDA-OK
           ADD 1 TO WRK-QT-INVALIDOS
           MOVE 'FAIXA INVALIDA - CAIXA NAO PREVISTO'
               TO WRK-LC-OBSERVACAO
           WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-CAIXA
           WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-BRANCO
       ELSE
           ADD 1 TO WRK-QT-CAIXAS
           WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-CAIXA
           PERFORM 0310-APURAR-PADROES
           PERFORM 0320-PROJETAR-FLUXO
           PERFORM 0330-APURAR-SALDO-INICIAL
           PERFORM 0340-CALCULAR-PEDIDO
           PERFORM 0345-SOMAR-EMPRESA
           PERFORM 0400-GRAVAR-PREVISAO
           PERFORM 0500-IMPRIMIR-CAIXA
       END-IF.

       0310-APURAR-PADROES.
       MOVE ZEROS TO WRK-SOMA-GERAL WRK-QTD-GERAL
                     WRK-SOMA-SEMANA WRK-QTD-SEMANA
                     WRK-SOMA-FIM-MES WRK-QTD-FIM-MES
                     WRK-SOMA-ADIANT WRK-QTD-ADIANT
       PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
               UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
           IF WRK-TAB-MOV-CAIXA (WRK-MOV-IDX) = WRK-CAIXA
              AND WRK-TAB-MOV-DATA (WRK-MOV-IDX) >= WRK-DATA-INICIO
               PERFORM 0312-CLASSIFICAR-DIA
           END-IF
       END-PERFORM.

       0312-CLASSIFICAR-DIA.
       ADD WRK-TAB-MOV-LIQUIDO (WRK-MOV-IDX) TO WRK-SOMA-GERAL
       ADD 1 TO WRK-QTD-GERAL
       MOVE WRK-TAB-MOV-DATA (WRK-MOV-IDX) TO WRK-DATA-AUX
       COMPUTE WRK-DIAS-CALC = FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX)
       DIVIDE WRK-DIAS-CALC BY 7 GIVING WRK-QUOCIENTE
           REMAINDER WRK-DIA-SEMANA
       IF WRK-DIA-SEMANA = WRK-DIA-SEMANA-ALVO
           ADD WRK-TAB-MOV-LIQUIDO (WRK-MOV-IDX) TO WRK-SOMA-SEMANA
           ADD 1 TO WRK-QTD-SEMANA
       END-IF
       PERFORM 0315-VERIFICAR-FIM-MES
       IF WRK-FIM-DE-MES-OK
           ADD WRK-TAB-MOV-LIQUIDO (WRK-MOV-IDX) TO WRK-SOMA-FIM-MES
           ADD 1 TO WRK-QTD-FIM-MES
       END-IF
       IF WRK-TAB-MOV-ADIANT (WRK-MOV-IDX) NOT = ZEROS
           ADD WRK-TAB-MOV-ADIANT (WRK-MOV-IDX) TO WRK-SOMA-ADIANT
           ADD 1 TO WRK-QTD-ADIANT
       END-IF.

      *    the day in WRK-DATA-AUX (integer day in WRK-DIAS-CALC) is
      *    one of the last three of its month
       0315-VERIFICAR-FIM-MES.
       COMPUTE WRK-DATA-CALC =
           FUNCTION DATE-OF-INTEGER (WRK-DIAS-CALC + 3)
       IF WRK-DC-MES NOT = WRK-DX-MES
           MOVE 'S' TO WRK-FIM-DE-MES
       ELSE
           MOVE 'N' TO WRK-FIM-DE-MES
       END-IF.

       0320-PROJETAR-FLUXO.
       MOVE ZEROS TO WRK-MEDIA-GERAL WRK-FLUXO-SEMANA
                     WRK-AJUSTE-FIM-MES WRK-FLUXO-ADIANT
       IF WRK-QTD-GERAL > 0
           COMPUTE WRK-MEDIA-GERAL ROUNDED =
               WRK-SOMA-GERAL / WRK-QTD-GERAL
       END-IF
       IF WRK-QTD-SEMANA > 0
           COMPUTE WRK-FLUXO-SEMANA ROUNDED =
               WRK-SOMA-SEMANA / WRK-QTD-SEMANA
       ELSE
           MOVE WRK-MEDIA-GERAL TO WRK-FLUXO-SEMANA
       END-IF
       IF WRK-ALVO-FIM-MES-OK AND WRK-QTD-FIM-MES > 0
           COMPUTE WRK-AJUSTE-FIM-MES ROUNDED =
               WRK-SOMA-FIM-MES / WRK-QTD-FIM-MES - WRK-MEDIA-GERAL
       END-IF
       MOVE 'N' TO WRK-DIA-ADIANT
       IF WRK-TAB-CFG-DIA-ADIANT (WRK-CFG-IDX) > ZEROS
          AND WRK-TAB-CFG-DIA-ADIANT (WRK-CFG-IDX) = WRK-DA-DIA
           MOVE 'S' TO WRK-DIA-ADIANT
           IF WRK-TAB-CFG-ADIANT-PEND (WRK-CFG-IDX) > ZEROS
               COMPUTE WRK-FLUXO-ADIANT =
                   0 - WRK-TAB-CFG-ADIANT-PEND (WRK-CFG-IDX)
           ELSE
               IF WRK-QTD-ADIANT > 0
                   COMPUTE WRK-FLUXO-ADIANT ROUNDED =
                       WRK-SOMA-ADIANT / WRK-QTD-ADIANT
               END-IF
           END-IF
       END-IF
       COMPUTE WRK-FLUXO-PREVISTO = WRK-FLUXO-SEMANA
           + WRK-AJUSTE-FIM-MES + WRK-FLUXO-ADIANT.

      *    latest count before the order date plus what was booked
      *    after it
       0330-APURAR-SALDO-INICIAL.
       MOVE ZEROS TO WRK-DATA-CONTAGEM WRK-CNT-ULTIMA
                     WRK-SALDO-INICIAL
       PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
               UNTIL WRK-CNT-IDX > WRK-QTD-CONTAGENS
           IF WRK-TAB-CNT-CAIXA (WRK-CNT-IDX) = WRK-CAIXA
              AND WRK-TAB-CNT-DATA (WRK-CNT-IDX) < WRK-DATA-ALVO
              AND WRK-TAB-CNT-DATA (WRK-CNT-IDX) > WRK-DATA-CONTAGEM
               MOVE WRK-TAB-CNT-DATA (WRK-CNT-IDX) TO WRK-DATA-CONTAGEM
               SET WRK-CNT-ULTIMA TO WRK-CNT-IDX
           END-IF
       END-PERFORM
       IF WRK-CNT-ULTIMA = ZEROS
           ADD 1 TO WRK-QT-SEM-CONTAG
       ELSE
           MOVE WRK-TAB-CNT-TOTAL (WRK-CNT-ULTIMA) TO WRK-SALDO-INICIAL
           PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
                   UNTIL WRK-MOV-IDX > WRK-QTD-MOVIMENTOS
               IF WRK-TAB-MOV-CAIXA (WRK-MOV-IDX) = WRK-CAIXA
                  AND WRK-TAB-MOV-DATA (WRK-MOV-IDX)
                       > WRK-DATA-CONTAGEM
                   ADD WRK-TAB-MOV-LIQUIDO (WRK-MOV-IDX)
                       WRK-TAB-MOV-ADIANT (WRK-MOV-IDX)
                       TO WRK-SALDO-INICIAL
               END-IF
           END-PERFORM
       END-IF.

      *    orders are whole tens, supplies rounded up and returns
      *    rounded down, aiming at the middle of the band
       0340-CALCULAR-PEDIDO.
       COMPUTE WRK-SALDO-SEM-PED = WRK-SALDO-INICIAL
           + WRK-FLUXO-PREVISTO
       COMPUTE WRK-SALDO-META ROUNDED =
           (WRK-TAB-CFG-MINIMO (WRK-CFG-IDX)
            + WRK-TAB-CFG-MAXIMO (WRK-CFG-IDX)) / 2
       MOVE SPACES TO WRK-TIPO-PEDIDO
       MOVE ZEROS TO WRK-VALOR-PEDIDO
       INITIALIZE WRK-QTD-PEDIDO-DENOM
       IF WRK-SALDO-SEM-PED < WRK-TAB-CFG-MINIMO (WRK-CFG-IDX)
           MOVE 'S' TO WRK-TIPO-PEDIDO
           COMPUTE WRK-QTD-CALC =
               (WRK-SALDO-META - WRK-SALDO-SEM-PED + 9,99) / 10
           COMPUTE WRK-VALOR-PEDIR = WRK-QTD-CALC * 10
           PERFORM 0350-DISTRIBUIR-SUPRIMENTO
       END-IF
       IF WRK-SALDO-SEM-PED > WRK-TAB-CFG-MAXIMO (WRK-CFG-IDX)
           MOVE 'R' TO WRK-TIPO-PEDIDO
           COMPUTE WRK-QTD-CALC =
               (WRK-SALDO-SEM-PED - WRK-SALDO-META) / 10
           COMPUTE WRK-VALOR-PEDIR = WRK-QTD-CALC * 10
           PERFORM 0370-DISTRIBUIR-RECOLHIMENTO
       END-IF
       IF WRK-VALOR-PEDIDO = ZEROS
           MOVE SPACES TO WRK-TIPO-PEDIDO
       END-IF
       EVALUATE TRUE
           WHEN WRK-PEDIDO-SUPRIMENTO
               ADD 1 TO WRK-QT-SUPRIMENTOS
               ADD WRK-VALOR-PEDIDO TO WRK-TOT-SUPRIMENTO
               COMPUTE WRK-SALDO-FINAL =
                   WRK-SALDO-SEM-PED + WRK-VALOR-PEDIDO
           WHEN WRK-PEDIDO-RECOLHIMENTO
               ADD 1 TO WRK-QT-RECOLHIM
               ADD WRK-VALOR-PEDIDO TO WRK-TOT-RECOLHIM
               COMPUTE WRK-SALDO-FINAL =
                   WRK-SALDO-SEM-PED - WRK-VALOR-PEDIDO
           WHEN OTHER
               ADD 1 TO WRK-QT-NA-FAIXA
               MOVE WRK-SALDO-SEM-PED TO WRK-SALDO-FINAL
       END-EVALUATE.

      *    orders are totalled by the company that owns the caixa
       0345-SOMAR-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-CAIXA TO TRUE
       MOVE WRK-CAIXA TO SIS-EP-CAIXA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE SIS-EP-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-SUPRIMENTO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-RECOLHIM (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = SIS-EP-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       EVALUATE TRUE
           WHEN WRK-PEDIDO-SUPRIMENTO
               ADD WRK-VALOR-PEDIDO
                   TO WRK-TAB-EMT-SUPRIMENTO (WRK-EMT-IDX)
           WHEN WRK-PEDIDO-RECOLHIMENTO
               ADD WRK-VALOR-PEDIDO
                   TO WRK-TAB-EMT-RECOLHIM (WRK-EMT-IDX)
       END-EVALUATE.

      *    supply split along the value mix of the caixa's counts in
      *    the window (100/50/20/10 in equal parts when never
      *    counted); what the split leaves over goes largest note
      *    first
       0350-DISTRIBUIR-SUPRIMENTO.
       INITIALIZE WRK-MIX-DENOMINACOES
       MOVE ZEROS TO WRK-TOTAL-MIX
       PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
               UNTIL WRK-CNT-IDX > WRK-QTD-CONTAGENS
           IF WRK-TAB-CNT-CAIXA (WRK-CNT-IDX) = WRK-CAIXA
              AND WRK-TAB-CNT-DATA (WRK-CNT-IDX) >= WRK-DATA-INICIO
              AND WRK-TAB-CNT-DATA (WRK-CNT-IDX) < WRK-DATA-ALVO
               PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
                   COMPUTE WRK-TAB-MIX (WRK-I) = WRK-TAB-MIX (WRK-I)
                       + WRK-TAB-CNT-QTD (WRK-CNT-IDX WRK-I)
                       * WRK-TAB-DEN (WRK-I)
               END-PERFORM
               ADD WRK-TAB-CNT-TOTAL (WRK-CNT-IDX) TO WRK-TOTAL-MIX
           END-IF
       END-PERFORM
       IF WRK-TOTAL-MIX = ZEROS
           PERFORM VARYING WRK-I FROM 2 BY 1 UNTIL WRK-I > 5
               MOVE 1 TO WRK-TAB-MIX (WRK-I)
           END-PERFORM
           MOVE 4 TO WRK-TOTAL-MIX
       END-IF
       MOVE WRK-VALOR-PEDIR TO WRK-RESTO
       PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
           COMPUTE WRK-QTD-CALC = WRK-VALOR-PEDIR * WRK-TAB-MIX (WRK-I)
               / (WRK-TOTAL-MIX * WRK-TAB-DEN (WRK-I))
           MOVE WRK-QTD-CALC TO WRK-TAB-PED-QTD (WRK-I)
           COMPUTE WRK-RESTO = WRK-RESTO
               - WRK-QTD-CALC * WRK-TAB-DEN (WRK-I)
       END-PERFORM
       PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
           COMPUTE WRK-QTD-CALC = WRK-RESTO / WRK-TAB-DEN (WRK-I)
           ADD WRK-QTD-CALC TO WRK-TAB-PED-QTD (WRK-I)
           COMPUTE WRK-RESTO = WRK-RESTO
               - WRK-QTD-CALC * WRK-TAB-DEN (WRK-I)
       END-PERFORM
       COMPUTE WRK-VALOR-PEDIDO = WRK-VALOR-PEDIR - WRK-RESTO.

      *    a return can only give back what the last count found in
      *    the drawer, largest note first
       0370-DISTRIBUIR-RECOLHIMENTO.
       IF WRK-CNT-ULTIMA > ZEROS
           MOVE WRK-VALOR-PEDIR TO WRK-RESTO
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
               COMPUTE WRK-QTD-CALC = WRK-RESTO / WRK-TAB-DEN (WRK-I)
               IF WRK-QTD-CALC > WRK-TAB-CNT-QTD (WRK-CNT-ULTIMA WRK-I)
                   MOVE WRK-TAB-CNT-QTD (WRK-CNT-ULTIMA WRK-I)
                       TO WRK-QTD-CALC
               END-IF
               MOVE WRK-QTD-CALC TO WRK-TAB-PED-QTD (WRK-I)
               COMPUTE WRK-RESTO = WRK-RESTO
                   - WRK-QTD-CALC * WRK-TAB-DEN (WRK-I)
           END-PERFORM
           COMPUTE WRK-VALOR-PEDIDO = WRK-VALOR-PEDIR - WRK-RESTO
       END-IF.

       0400-GRAVAR-PREVISAO.
       IF NOT WRK-SEM-PEDIDO
           MOVE WRK-CAIXA TO EX2V2-PD-CAIXA
           MOVE WRK-DATA-ALVO TO EX2V2-PD-DATA
           MOVE WRK-TIPO-PEDIDO TO EX2V2-PD-TIPO
           MOVE WRK-VALOR-PEDIDO TO EX2V2-PD-VALOR
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
               MOVE WRK-TAB-PED-QTD (WRK-I) TO EX2V2-PD-QTD (WRK-I)
           END-PERFORM
           MOVE EX2V2-PEDIDO-REC TO EX2V2-ORDEM-LINHA
           WRITE EX2V2-ORDEM-LINHA
       END-IF
       MOVE WRK-CAIXA TO EX2V2-PV-CAIXA
       MOVE WRK-DATA-ALVO TO EX2V2-PV-DATA
       MOVE WRK-SALDO-INICIAL TO EX2V2-PV-SALDO-INICIAL
       MOVE WRK-FLUXO-PREVISTO TO EX2V2-PV-FLUXO
       IF WRK-PEDIDO-RECOLHIMENTO
           COMPUTE EX2V2-PV-PEDIDO = 0 - WRK-VALOR-PEDIDO
       ELSE
           MOVE WRK-VALOR-PEDIDO TO EX2V2-PV-PEDIDO
       END-IF
       MOVE WRK-SALDO-FINAL TO EX2V2-PV-SALDO-PREVISTO
       MOVE WRK-DATA-NEGOCIO TO EX2V2-PV-DATA-GERACAO
       MOVE EX2V2-PREVISAO-REC TO EX2V2-PREVHIS-LINHA
       WRITE EX2V2-PREVHIS-LINHA.

       0500-IMPRIMIR-CAIXA.
       MOVE 'SALDO INICIAL.........: ' TO WRK-LV-ROTULO
       MOVE WRK-SALDO-INICIAL TO WRK-LV-VALOR
       IF WRK-CNT-ULTIMA = ZEROS
           MOVE 'SEM CONTAGEM ANTERIOR' TO WRK-LV-COMPLEMENTO
       ELSE
           MOVE WRK-DATA-CONTAGEM TO WRK-DATA-AUX
           PERFORM 0590-EDITAR-DATA
           MOVE SPACES TO WRK-LV-COMPLEMENTO
           STRING 'CONTAGEM DE ' WRK-DATA-EDITADA
               DELIMITED BY SIZE INTO WRK-LV-COMPLEMENTO
       END-IF
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-VALOR
       MOVE 'FLUXO DO DIA DA SEMANA: ' TO WRK-LV-ROTULO
       MOVE WRK-FLUXO-SEMANA TO WRK-LV-VALOR
       MOVE SPACES TO WRK-LV-COMPLEMENTO
       STRING 'MEDIA DE ' WRK-QTD-SEMANA ' DIAS'
           DELIMITED BY SIZE INTO WRK-LV-COMPLEMENTO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-VALOR
       IF WRK-ALVO-FIM-MES-OK
           MOVE 'AJUSTE FIM DE MES.....: ' TO WRK-LV-ROTULO
           MOVE WRK-AJUSTE-FIM-MES TO WRK-LV-VALOR
           MOVE SPACES TO WRK-LV-COMPLEMENTO
           STRING 'MEDIA DE ' WRK-QTD-FIM-MES ' DIAS'
               DELIMITED BY SIZE INTO WRK-LV-COMPLEMENTO
           WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-VALOR
       END-IF
       IF WRK-DIA-ADIANT-OK
           MOVE 'ADIANTAMENTOS.........: ' TO WRK-LV-ROTULO
           MOVE WRK-FLUXO-ADIANT TO WRK-LV-VALOR
           IF WRK-TAB-CFG-ADIANT-PEND (WRK-CFG-IDX) > ZEROS
               MOVE 'PEDIDOS APROVADOS' TO WRK-LV-COMPLEMENTO
           ELSE
               MOVE SPACES TO WRK-LV-COMPLEMENTO
               STRING 'MEDIA DE ' WRK-QTD-ADIANT ' DIAS'
                   DELIMITED BY SIZE INTO WRK-LV-COMPLEMENTO
           END-IF
           WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-VALOR
       END-IF
       MOVE SPACES TO WRK-LV-COMPLEMENTO
       MOVE 'SALDO PREVISTO S/PEDIDO: ' TO WRK-LV-ROTULO
       MOVE WRK-SALDO-SEM-PED TO WRK-LV-VALOR
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-VALOR
       EVALUATE TRUE
           WHEN WRK-PEDIDO-SUPRIMENTO
               MOVE 'PEDIDO DE SUPRIMENTO..: ' TO WRK-LV-ROTULO
           WHEN WRK-PEDIDO-RECOLHIMENTO
               MOVE 'PEDIDO DE RECOLHIMENTO: ' TO WRK-LV-ROTULO
           WHEN OTHER
               MOVE 'SEM PEDIDO............: ' TO WRK-LV-ROTULO
               MOVE 'DENTRO DA FAIXA' TO WRK-LV-COMPLEMENTO
       END-EVALUATE
       MOVE WRK-VALOR-PEDIDO TO WRK-LV-VALOR
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-VALOR
       PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
           IF WRK-TAB-PED-QTD (WRK-I) > ZEROS
               MOVE WRK-TAB-PED-QTD (WRK-I) TO WRK-LN-QTD
               MOVE WRK-TAB-DEN (WRK-I) TO WRK-LN-DENOMINACAO
               COMPUTE WRK-LN-VALOR =
                   WRK-TAB-PED-QTD (WRK-I) * WRK-TAB-DEN (WRK-I)
               WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-DENOMINACAO
           END-IF
       END-PERFORM
       MOVE SPACES TO WRK-LV-COMPLEMENTO
       MOVE 'SALDO PREVISTO FINAL..: ' TO WRK-LV-ROTULO
       MOVE WRK-SALDO-FINAL TO WRK-LV-VALOR
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-VALOR
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-BRANCO.

       0590-EDITAR-DATA.
       MOVE WRK-DX-DIA TO WRK-DE-DIA
       MOVE WRK-DX-MES TO WRK-DE-MES
       MOVE WRK-DX-ANO TO WRK-DE-ANO.

       0600-PREVISTO-REALIZADO.
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-SUBTITULO
       PERFORM VARYING WRK-PRV-IDX FROM 1 BY 1
               UNTIL WRK-PRV-IDX > WRK-QTD-PREVISOES
           PERFORM 0610-COMPARAR-PREVISAO
       END-PERFORM
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-BRANCO.

       0610-COMPARAR-PREVISAO.
       MOVE WRK-TAB-PRV-CAIXA (WRK-PRV-IDX) TO WRK-LK-CAIXA
       MOVE WRK-TAB-PRV-DATA (WRK-PRV-IDX) TO WRK-DATA-AUX
       PERFORM 0590-EDITAR-DATA
       MOVE WRK-DATA-EDITADA TO WRK-LK-DATA
       MOVE WRK-TAB-PRV-PREVISTO (WRK-PRV-IDX) TO WRK-LK-PREVISTO
       SET WRK-CNT-IDX TO 1
       SEARCH WRK-TAB-CNT
           AT END
               PERFORM 0620-SEM-REALIZADO
           WHEN WRK-CNT-IDX > WRK-QTD-CONTAGENS
               PERFORM 0620-SEM-REALIZADO
           WHEN WRK-TAB-CNT-CAIXA (WRK-CNT-IDX) =
                WRK-TAB-PRV-CAIXA (WRK-PRV-IDX)
            AND WRK-TAB-CNT-DATA (WRK-CNT-IDX) =
                WRK-TAB-PRV-DATA (WRK-PRV-IDX)
               ADD 1 TO WRK-QT-COMPARADAS
               MOVE WRK-TAB-CNT-TOTAL (WRK-CNT-IDX) TO WRK-REALIZADO
               COMPUTE WRK-DIFERENCA = WRK-REALIZADO
                   - WRK-TAB-PRV-PREVISTO (WRK-PRV-IDX)
               MOVE WRK-REALIZADO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-LK-REALIZADO
               MOVE WRK-DIFERENCA TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-LK-DIFERENCA
       END-SEARCH
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-COMPARACAO.

       0620-SEM-REALIZADO.
       ADD 1 TO WRK-QT-NAO-CONTADAS
       MOVE ' SEM CONTAGEM' TO WRK-LK-REALIZADO
       MOVE SPACES TO WRK-LK-DIFERENCA.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX2V2-PREVISAO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-SUPRIMENTO (WRK-EMT-IDX)
               TO WRK-LM-SUPRIMENTO
           MOVE WRK-TAB-EMT-RECOLHIM (WRK-EMT-IDX) TO WRK-LM-RECOLHIM
           WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LCO-USUARIO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE WRK-TOT-SUPRIMENTO TO WRK-VALOR-ED
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL A SUPRIR........: ' WRK-VALOR-ED
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE WRK-TOT-RECOLHIM TO WRK-VALOR-ED
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'TOTAL A RECOLHER......: ' WRK-VALOR-ED
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CAIXAS PREVISTOS......: ' WRK-QT-CAIXAS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PEDIDOS DE SUPRIMENTO.: ' WRK-QT-SUPRIMENTOS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PEDIDOS DE RECOLHIM...: ' WRK-QT-RECOLHIM
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DENTRO DA FAIXA.......: ' WRK-QT-NA-FAIXA
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'CAIXAS SEM CONTAGEM...: ' WRK-QT-SEM-CONTAG
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'FAIXAS INVALIDAS......: ' WRK-QT-INVALIDOS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PREVISOES COMPARADAS..: ' WRK-QT-COMPARADAS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PREVISOES SEM CONTAGEM: ' WRK-QT-NAO-CONTADAS
           DELIMITED BY SIZE INTO WRK-LINHA-RESUMO
       WRITE EX2V2-PREV-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX2V2-ORDEM-FILE
       CLOSE EX2V2-PREVHIS-FILE
       CLOSE EX2V2-PREV-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
