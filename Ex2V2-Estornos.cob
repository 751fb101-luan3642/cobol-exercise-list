      ******************************************************************
      * Author:
      * Date:
      * Purpose: daily reversal report for the EX2V2 cash subsystem -
      *          reads the reversal log EX2V2EST.DAT written by
      *          EX2V2-CAPTURA and lists every estorno booked on the
      *          business date (or on the AAAAMMDD date given in
      *          EX2V2ESTPRM.DAT), grouped by teller: caixa, time,
      *          sequence number and date of the original entry, its
      *          historico, the reversed amount and the supervisor
      *          who authorised it when the original was from an
      *          earlier day. Each teller closes with a count and a
      *          net value, and the run ends with the day's totals in
      *          EX2V2ESTREL.DAT, per company of the caixa; the group
      *          totals only on a consolidated request left by
      *          SIS-CONSOLIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX2V2-ESTORNOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX2V2-ESTORNO-FILE ASSIGN TO 'EX2V2EST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESTORNO-STATUS.
           SELECT EX2V2-ESTPRM-FILE ASSIGN TO 'EX2V2ESTPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESTPRM-STATUS.
           SELECT EX2V2-EST-REL-FILE ASSIGN TO 'EX2V2ESTREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX2V2-ESTORNO-FILE.
       01 EX2V2-ESTORNO-LINHA PIC X(81).

       FD  EX2V2-ESTPRM-FILE.
       01 EX2V2-ESTPRM-LINHA PIC X(08).

       FD  EX2V2-EST-REL-FILE.
       01 EX2V2-EST-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-ESTORNO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-ESTPRM-STATUS    PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).
       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.

       01 WRK-TABELA-ESTORNOS.
           05 WRK-TAB-EST OCCURS 1000 TIMES
               INDEXED BY WRK-EST-IDX.
               10 WRK-TAB-EST-REGISTRO PIC X(81).
       77 WRK-QTD-ESTORNOS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-OPERADORES.
           05 WRK-TAB-OPE OCCURS 200 TIMES
               INDEXED BY WRK-OPE-IDX.
               10 WRK-TAB-OPE-OPERADOR PIC X(10).
       77 WRK-QTD-OPERADORES PIC 9(03) VALUE ZEROS.

       77 WRK-OP-QTD        PIC 9(05) VALUE ZEROS.
       77 WRK-OP-VALOR      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QT-ESTORNOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AUTORIZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VALOR     PIC S9(10)V99 VALUE ZEROS.

       77 WRK-EMPRESA       PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO      PIC 9(02).
               10 WRK-TAB-EMT-QTD         PIC 9(05).
               10 WRK-TAB-EMT-AUTORIZADOS PIC 9(05).
               10 WRK-TAB-EMT-VALOR       PIC S9(10)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'ESTORNOS DO DIA POR OPERADOR - EX2V2-ESTORNOS'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-MOVIMENTO.
           05 FILLER      PIC X(21) VALUE 'MOVIMENTO DE.......: '.
           05 WRK-LM-DATA PIC 9(08).
       01 WRK-LINHA-OPERADOR.
           05 FILLER         PIC X(10) VALUE 'OPERADOR: '.
           05 WRK-LO-OPERADOR PIC X(10).
       01 WRK-LINHA-TITULOS.
           05 FILLER PIC X(32) VALUE
               ' CX   HORA    LCTO    DATA ORIG '.
           05 FILLER PIC X(47) VALUE
               'HISTORICO ORIGINAL            VALOR  SUPERVISOR'.
       01 WRK-LINHA-DETALHE.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LD-CAIXA        PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-HORA         PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-ORIGINAL     PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA-ORIG    PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-HISTORICO    PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR        PIC ---------9,99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LD-SUPERVISOR   PIC X(10).
       01 WRK-LINHA-SUBTOTAL.
           05 FILLER            PIC X(24) VALUE
               ' ESTORNOS DO OPERADOR.: '.
           05 WRK-LS-QTD          PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE ' LIQUIDO: '.
           05 WRK-LS-VALOR        PIC ---------9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER          PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LE-EMPRESA   PIC 9(02).
           05 FILLER          PIC X(11) VALUE ' ESTORNOS: '.
           05 WRK-LE-QTD       PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE ' C/ SUPERV:'.
           05 WRK-LE-AUTORIZADOS PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE ' LIQUIDO: '.
           05 WRK-LE-VALOR     PIC ---------9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER          PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LC-USUARIO   PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0120-DEFINIR-DATA.
       PERFORM 0150-CARREGAR-ESTORNOS.
       PERFORM 0200-ABRIR-RELATORIO.
       PERFORM VARYING WRK-OPE-IDX FROM 1 BY 1
               UNTIL WRK-OPE-IDX > WRK-QTD-OPERADORES
           PERFORM 0300-LISTAR-OPERADOR
       END-PERFORM.
       PERFORM 0800-RELATORIO-TOTAIS.
       CLOSE EX2V2-EST-REL-FILE.
       STOP RUN.

       0120-DEFINIR-DATA.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
       MOVE WRK-DATA-NEGOCIO TO WRK-DATA-RELATORIO
       OPEN INPUT EX2V2-ESTPRM-FILE
       IF WRK-ESTPRM-STATUS = '00'
           READ EX2V2-ESTPRM-FILE
               AT END CONTINUE
               NOT AT END
                   IF EX2V2-ESTPRM-LINHA IS NUMERIC
                       MOVE EX2V2-ESTPRM-LINHA TO WRK-DATA-RELATORIO
                   END-IF
           END-READ
           CLOSE EX2V2-ESTPRM-FILE
       END-IF.

       0150-CARREGAR-ESTORNOS.
       OPEN INPUT EX2V2-ESTORNO-FILE
       IF WRK-ESTORNO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-ESTORNO-FILE INTO EX2V2-ESTORNO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-ES-DATA = WRK-DATA-RELATORIO
                           PERFORM 0160-GUARDAR-ESTORNO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX2V2-ESTORNO-FILE
       END-IF.

       0160-GUARDAR-ESTORNO.
       IF WRK-QTD-ESTORNOS >= 1000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-ESTORNOS
       MOVE EX2V2-ESTORNO-REC TO WRK-TAB-EST-REGISTRO (WRK-QTD-ESTORNOS)
       SET WRK-OPE-IDX TO 1
       SEARCH WRK-TAB-OPE
           AT END
               PERFORM 0170-NOVO-OPERADOR
           WHEN WRK-OPE-IDX > WRK-QTD-OPERADORES
               PERFORM 0170-NOVO-OPERADOR
           WHEN WRK-TAB-OPE-OPERADOR (WRK-OPE-IDX) = EX2V2-ES-OPERADOR
               CONTINUE
       END-SEARCH.

       0170-NOVO-OPERADOR.
       IF WRK-QTD-OPERADORES >= 200
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-OPERADORES
       MOVE EX2V2-ES-OPERADOR TO
           WRK-TAB-OPE-OPERADOR (WRK-QTD-OPERADORES).

       0200-ABRIR-RELATORIO.
       OPEN OUTPUT EX2V2-EST-REL-FILE
       WRITE EX2V2-EST-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       MOVE WRK-DATA-RELATORIO TO WRK-LM-DATA
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-MOVIMENTO.

       0300-LISTAR-OPERADOR.
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE WRK-TAB-OPE-OPERADOR (WRK-OPE-IDX) TO WRK-LO-OPERADOR
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-OPERADOR
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-TITULOS
       MOVE ZEROS TO WRK-OP-QTD
       MOVE ZEROS TO WRK-OP-VALOR
       PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
               UNTIL WRK-EST-IDX > WRK-QTD-ESTORNOS
           MOVE WRK-TAB-EST-REGISTRO (WRK-EST-IDX)
               TO EX2V2-ESTORNO-REC
           IF EX2V2-ES-OPERADOR = WRK-TAB-OPE-OPERADOR (WRK-OPE-IDX)
               PERFORM 0350-GRAVAR-DETALHE
           END-IF
       END-PERFORM
       MOVE WRK-OP-QTD TO WRK-LS-QTD
       MOVE WRK-OP-VALOR TO WRK-LS-VALOR
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-SUBTOTAL.

       0350-GRAVAR-DETALHE.
       ADD 1 TO WRK-OP-QTD
       ADD 1 TO WRK-QT-ESTORNOS
       ADD EX2V2-ES-VALOR TO WRK-OP-VALOR
       ADD EX2V2-ES-VALOR TO WRK-TOT-VALOR
       PERFORM 0360-SOMAR-EMPRESA
       MOVE EX2V2-ES-CAIXA TO WRK-LD-CAIXA
       MOVE EX2V2-ES-HORA TO WRK-LD-HORA
       MOVE EX2V2-ES-ORIGINAL TO WRK-LD-ORIGINAL
       MOVE EX2V2-ES-DATA-ORIG TO WRK-LD-DATA-ORIG
       MOVE EX2V2-ES-HISTORICO TO WRK-LD-HISTORICO
       MOVE EX2V2-ES-VALOR TO WRK-LD-VALOR
       IF EX2V2-ES-SUPERVISOR = SPACES
           MOVE '-' TO WRK-LD-SUPERVISOR
       ELSE
           ADD 1 TO WRK-QT-AUTORIZADOS
           ADD 1 TO WRK-TAB-EMT-AUTORIZADOS (WRK-EMT-IDX)
           MOVE EX2V2-ES-SUPERVISOR TO WRK-LD-SUPERVISOR
       END-IF
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-DETALHE.

      *    the log carries no company - the estorno belongs to the
      *    company of its caixa, or to the matriz when it has no owner
       0360-SOMAR-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-CAIXA TO TRUE
       MOVE EX2V2-ES-CAIXA TO SIS-EP-CAIXA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-EMPRESA = ZEROS
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
       ELSE
           MOVE SIS-EP-EMPRESA TO WRK-EMPRESA
       END-IF
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE WRK-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-AUTORIZADOS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-VALOR (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = WRK-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD EX2V2-ES-VALOR TO WRK-TAB-EMT-VALOR (WRK-EMT-IDX).

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX2V2-ESTORNOS' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF.

       0810-TOTAIS-EMPRESAS.
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LE-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LE-QTD
           MOVE WRK-TAB-EMT-AUTORIZADOS (WRK-EMT-IDX)
               TO WRK-LE-AUTORIZADOS
           MOVE WRK-TAB-EMT-VALOR (WRK-EMT-IDX) TO WRK-LE-VALOR
           WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-EMPRESA
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LC-USUARIO
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ESTORNOS DO DIA.......: ' DELIMITED BY SIZE
           WRK-QT-ESTORNOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'COM SUPERVISOR........: ' DELIMITED BY SIZE
           WRK-QT-AUTORIZADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE WRK-QT-ESTORNOS TO WRK-LS-QTD
       MOVE WRK-TOT-VALOR TO WRK-LS-VALOR
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'VALOR LIQUIDO.........: ' DELIMITED BY SIZE
           WRK-LS-VALOR DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX2V2-EST-REL-LINHA FROM WRK-LINHA-RESUMO.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
