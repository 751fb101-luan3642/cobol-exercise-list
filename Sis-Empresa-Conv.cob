      ******************************************************************
      * Author:
      * Date:
      * Purpose: one-time conversion to the company code of the group
      *          register SISEMP.DAT. Every record written before the
      *          code existed gets one: employees of the master
      *          FUNCMST.DAT, the payroll results in EX26LIQ.DAT
      *          and EX26LIQHIS.DAT, the gross pay in EX26SAL.DAT and
      *          EX26SALHIS.DAT and the hours priced in EX26FOLHIS.DAT
      *          the company whose matricula range holds the
      *          matricula, the EX2V2 transactions of
      *          EX2V2TRN.DAT the company whose caixa range holds the
      *          caixa, and the departments of FUNCDEP.DAT and the
      *          period closing balances of EX2V2SAL.DAT - which have
      *          no range - the parent company
      *          SIS-EMPRESA-MATRIZ, as does anything outside every
      *          range. Records that already carry a company are left
      *          as they are; when every record of every file already
      *          does, nothing is rewritten and the run ends with
      *          RETURN-CODE 8. The report SISEMPREL.DAT lists each
      *          employee converted with the company given and the
      *          counts of each file. It is run again after a
      *          backup taken before the company code existed has
      *          been brought back by SIS-RESTAURA or FUNC-RECUPERA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-EMPRESA-CONV.

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
           SELECT FUNC-DEPTO-FILE ASSIGN TO 'FUNCDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTO-STATUS.
           SELECT EX2V2-TRANSACOES-FILE ASSIGN TO 'EX2V2TRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRN-STATUS.
           SELECT EX26-LIQUIDO-FILE ASSIGN TO 'EX26LIQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQUIDO-STATUS.
           SELECT EX26-LIQUIDO-HIS-FILE ASSIGN TO 'EX26LIQHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQHIS-STATUS.
           SELECT EX26-SALARIO-FILE ASSIGN TO 'EX26SAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARIO-STATUS.
           SELECT EX26-SALARIO-HIS-FILE ASSIGN TO 'EX26SALHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALHIS-STATUS.
           SELECT EX26-FOLHA-HIS-FILE ASSIGN TO 'EX26FOLHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHIS-STATUS.
           SELECT EX2V2-SALDO-FILE ASSIGN TO 'EX2V2SAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDO-STATUS.
           SELECT SIS-EMPRESA-REL-FILE ASSIGN TO 'SISEMPREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX26-LIQUIDO-FILE.
       01 EX26-LIQUIDO-LINHA PIC X(68).

       FD  EX26-LIQUIDO-HIS-FILE.
       01 EX26-LIQUIDO-HIS-LINHA PIC X(68).

       FD  EX26-SALARIO-FILE.
       01 EX26-SALARIO-LINHA PIC X(49).

       FD  EX26-SALARIO-HIS-FILE.
       01 EX26-SALARIO-HIS-LINHA PIC X(49).

       FD  EX26-FOLHA-HIS-FILE.
       01 EX26-FOLHA-HIS-LINHA PIC X(44).

       FD  EX2V2-SALDO-FILE.
       01 EX2V2-SALDO-LINHA PIC X(56).

       FD  SIS-EMPRESA-REL-FILE.
       01 SIS-EMPRESA-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.
       COPY EX2V2REC.
       COPY EX26REC.
       COPY SISEMPREC.

       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-DEPTO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       77 WRK-LIQUIDO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-LIQHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-SALARIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-SALHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-FOLHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-SALDO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-TABELA-REGISTROS.
           05 WRK-TAB-REG OCCURS 5000 TIMES
               INDEXED BY WRK-REG-IDX
                                 PIC X(68).
       77 WRK-QTD-REGISTROS PIC 9(04) VALUE ZEROS.

       77 WRK-EMPRESA        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ARQUIVO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONVERTIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MATRIZ      PIC 9(05) VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-LINHA-CABECALHO PIC X(60) VALUE
           'CONVERSAO PARA CODIGO DE EMPRESA - SIS-EMPRESA-CONV'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-SECAO PIC X(60).
       01 WRK-LINHA-FUNCIONARIO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LF-MATRICULA  PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LF-NOME       PIC X(20).
           05 FILLER           PIC X(11) VALUE '  EMPRESA: '.
           05 WRK-LF-EMPRESA    PIC 9(02).
       01 WRK-LINHA-CONTAGEM.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'LIDOS: '.
           05 WRK-LQ-LIDOS      PIC ZZZZ9.
           05 FILLER           PIC X(15) VALUE '  CONVERTIDOS: '.
           05 WRK-LQ-CONVERTIDOS PIC ZZZZ9.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0200-ABRIR-RELATORIO.
       PERFORM 0300-CONVERTER-MASTER.
       PERFORM 0400-CONVERTER-DEPARTAMENTOS.
       PERFORM 0450-CONVERTER-TRANSACOES.
       PERFORM 0500-CONVERTER-LIQUIDOS.
       PERFORM 0550-CONVERTER-HISTORICO.
       PERFORM 0560-CONVERTER-SALARIOS.
       PERFORM 0570-CONVERTER-SAL-HISTORICO.
       PERFORM 0580-CONVERTER-FOLHA-HISTORICO.
       PERFORM 0590-CONVERTER-SALDOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-LIDOS > 0 AND WRK-QT-CONVERTIDOS = 0
           DISPLAY 'ARQUIVOS JA CONVERTIDOS - NADA FOI ALTERADO'
           MOVE 8 TO RETURN-CODE
       ELSE
           DISPLAY 'REGISTROS CONVERTIDOS: ' WRK-QT-CONVERTIDOS
           MOVE 0 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0200-ABRIR-RELATORIO.
       OPEN OUTPUT SIS-EMPRESA-REL-FILE
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO.

       0300-CONVERTER-MASTER.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'FUNCIONARIOS (FUNCMST.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN I-O FUNC-MASTER-FILE
       IF WRK-MASTER-STATUS = '00'
           MOVE ZEROS TO FUNC-MT-MATRICULA
           START FUNC-MASTER-FILE KEY NOT < FUNC-MT-MATRICULA
               INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-MASTER-FILE NEXT RECORD INTO FUNC-MASTER-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-REGISTROS
                       IF FUNC-MS-EMPRESA NOT NUMERIC
                          OR FUNC-MS-EMPRESA = ZEROS
                           PERFORM 0320-CONVERTER-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUNC-MASTER-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0320-CONVERTER-FUNCIONARIO.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       MOVE FUNC-MS-MATRICULA TO SIS-EP-MATRICULA
       PERFORM 0600-EMPRESA-DA-MATRICULA
       MOVE WRK-EMPRESA TO FUNC-MS-EMPRESA
       REWRITE FUNC-MASTER-LINHA FROM FUNC-MASTER-REC
       ADD 1 TO WRK-QT-ARQUIVO
       MOVE FUNC-MS-MATRICULA TO WRK-LF-MATRICULA
       MOVE FUNC-MS-NOME TO WRK-LF-NOME
       MOVE WRK-EMPRESA TO WRK-LF-EMPRESA
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-FUNCIONARIO.

      *    departments have no range - they go to the parent company
       0400-CONVERTER-DEPARTAMENTOS.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'DEPARTAMENTOS (FUNCDEP.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT FUNC-DEPTO-FILE
       IF WRK-DEPTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ FUNC-DEPTO-FILE INTO FUNC-DEPTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF FUNC-DP-EMPRESA NOT NUMERIC
                          OR FUNC-DP-EMPRESA = ZEROS
                           MOVE SIS-EMPRESA-MATRIZ TO FUNC-DP-EMPRESA
                           ADD 1 TO WRK-QT-ARQUIVO
                       END-IF
                       PERFORM 0650-GUARDAR-REGISTRO
                       MOVE FUNC-DEPTO-REC TO
                           WRK-TAB-REG (WRK-QTD-REGISTROS)
               END-READ
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT FUNC-DEPTO-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX) TO FUNC-DEPTO-LINHA
               WRITE FUNC-DEPTO-LINHA
           END-PERFORM
           CLOSE FUNC-DEPTO-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0450-CONVERTER-TRANSACOES.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'TRANSACOES DE CAIXA (EX2V2TRN.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-TRANSACOES-FILE
       IF WRK-TRN-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-TRANSACOES-FILE INTO EX2V2-TRANSACAO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-TX-EMPRESA NOT NUMERIC
                          OR EX2V2-TX-EMPRESA = ZEROS
                           PERFORM 0610-EMPRESA-DO-CAIXA
                           MOVE WRK-EMPRESA TO EX2V2-TX-EMPRESA
                           ADD 1 TO WRK-QT-ARQUIVO
                       END-IF
                       PERFORM 0650-GUARDAR-REGISTRO
                       MOVE EX2V2-TRANSACAO-REC TO
                           WRK-TAB-REG (WRK-QTD-REGISTROS)
               END-READ
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT EX2V2-TRANSACOES-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX)
                   TO EX2V2-TRANSACOES-LINHA
               WRITE EX2V2-TRANSACOES-LINHA
           END-PERFORM
           CLOSE EX2V2-TRANSACOES-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0500-CONVERTER-LIQUIDOS.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'SALARIO LIQUIDO (EX26LIQ.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LIQUIDO-FILE
       IF WRK-LIQUIDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LIQUIDO-FILE INTO EX26-LIQUIDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0520-CONVERTER-LIQUIDO
               END-READ
           END-PERFORM
           CLOSE EX26-LIQUIDO-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT EX26-LIQUIDO-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX) TO EX26-LIQUIDO-LINHA
               WRITE EX26-LIQUIDO-LINHA
           END-PERFORM
           CLOSE EX26-LIQUIDO-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0520-CONVERTER-LIQUIDO.
       IF EX26-LQ-EMPRESA NOT NUMERIC
          OR EX26-LQ-EMPRESA = ZEROS
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           MOVE EX26-LQ-MATRICULA TO SIS-EP-MATRICULA
           PERFORM 0600-EMPRESA-DA-MATRICULA
           MOVE WRK-EMPRESA TO EX26-LQ-EMPRESA
           ADD 1 TO WRK-QT-ARQUIVO
       END-IF
       PERFORM 0650-GUARDAR-REGISTRO
       MOVE EX26-LIQUIDO-REC TO WRK-TAB-REG (WRK-QTD-REGISTROS).

       0550-CONVERTER-HISTORICO.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'HISTORICO DE PAGAMENTOS (EX26LIQHIS.DAT)'
           TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LIQUIDO-HIS-FILE INTO EX26-LIQUIDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0520-CONVERTER-LIQUIDO
               END-READ
           END-PERFORM
           CLOSE EX26-LIQUIDO-HIS-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT EX26-LIQUIDO-HIS-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX)
                   TO EX26-LIQUIDO-HIS-LINHA
               WRITE EX26-LIQUIDO-HIS-LINHA
           END-PERFORM
           CLOSE EX26-LIQUIDO-HIS-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0560-CONVERTER-SALARIOS.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'SALARIO BRUTO (EX26SAL.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-FILE
       IF WRK-SALARIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0565-CONVERTER-SALARIO
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT EX26-SALARIO-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX) TO EX26-SALARIO-LINHA
               WRITE EX26-SALARIO-LINHA
           END-PERFORM
           CLOSE EX26-SALARIO-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0565-CONVERTER-SALARIO.
       IF EX26-SA-EMPRESA NOT NUMERIC
          OR EX26-SA-EMPRESA = ZEROS
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           MOVE EX26-SA-MATRICULA TO SIS-EP-MATRICULA
           PERFORM 0600-EMPRESA-DA-MATRICULA
           MOVE WRK-EMPRESA TO EX26-SA-EMPRESA
           ADD 1 TO WRK-QT-ARQUIVO
       END-IF
       PERFORM 0650-GUARDAR-REGISTRO
       MOVE EX26-SALARIO-REC TO WRK-TAB-REG (WRK-QTD-REGISTROS).

       0570-CONVERTER-SAL-HISTORICO.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'HISTORICO DE SALARIO BRUTO (EX26SALHIS.DAT)'
           TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-SALARIO-HIS-FILE
       IF WRK-SALHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-SALARIO-HIS-FILE INTO EX26-SALARIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0565-CONVERTER-SALARIO
               END-READ
           END-PERFORM
           CLOSE EX26-SALARIO-HIS-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT EX26-SALARIO-HIS-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX)
                   TO EX26-SALARIO-HIS-LINHA
               WRITE EX26-SALARIO-HIS-LINHA
           END-PERFORM
           CLOSE EX26-SALARIO-HIS-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0580-CONVERTER-FOLHA-HISTORICO.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'HISTORICO DE HORAS (EX26FOLHIS.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-FOLHA-HIS-FILE
       IF WRK-FOLHIS-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-FOLHA-HIS-FILE INTO EX26-FOLHA-HIS-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0585-CONVERTER-FOLHA
               END-READ
           END-PERFORM
           CLOSE EX26-FOLHA-HIS-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT EX26-FOLHA-HIS-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX) TO EX26-FOLHA-HIS-LINHA
               WRITE EX26-FOLHA-HIS-LINHA
           END-PERFORM
           CLOSE EX26-FOLHA-HIS-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

       0585-CONVERTER-FOLHA.
       IF EX26-FH-EMPRESA NOT NUMERIC
          OR EX26-FH-EMPRESA = ZEROS
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           MOVE EX26-FH-MATRICULA TO SIS-EP-MATRICULA
           PERFORM 0600-EMPRESA-DA-MATRICULA
           MOVE WRK-EMPRESA TO EX26-FH-EMPRESA
           ADD 1 TO WRK-QT-ARQUIVO
       END-IF
       PERFORM 0650-GUARDAR-REGISTRO
       MOVE EX26-FOLHA-HIS-REC TO WRK-TAB-REG (WRK-QTD-REGISTROS).

       0590-CONVERTER-SALDOS.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE 'SALDOS DE FECHAMENTO (EX2V2SAL.DAT)' TO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE ZEROS TO WRK-QT-ARQUIVO
       MOVE ZEROS TO WRK-QTD-REGISTROS
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX2V2-SALDO-FILE
       IF WRK-SALDO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX2V2-SALDO-FILE INTO EX2V2-SALDO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX2V2-SD-EMPRESA NOT NUMERIC
                          OR EX2V2-SD-EMPRESA = ZEROS
                           MOVE SIS-EMPRESA-MATRIZ TO EX2V2-SD-EMPRESA
                           ADD 1 TO WRK-QT-ARQUIVO
                       END-IF
                       PERFORM 0650-GUARDAR-REGISTRO
                       MOVE EX2V2-SALDO-REC TO
                           WRK-TAB-REG (WRK-QTD-REGISTROS)
               END-READ
           END-PERFORM
           CLOSE EX2V2-SALDO-FILE
       END-IF
       IF WRK-QT-ARQUIVO > 0
           OPEN OUTPUT EX2V2-SALDO-FILE
           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-QTD-REGISTROS
               MOVE WRK-TAB-REG (WRK-REG-IDX) TO EX2V2-SALDO-LINHA
               WRITE EX2V2-SALDO-LINHA
           END-PERFORM
           CLOSE EX2V2-SALDO-FILE
       END-IF
       PERFORM 0850-GRAVAR-CONTAGEM.

      *    outside every range the record goes to the parent company
       0600-EMPRESA-DA-MATRICULA.
       SET SIS-EP-DONA-MATRICULA TO TRUE
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       PERFORM 0620-EMPRESA-OU-MATRIZ.

       0610-EMPRESA-DO-CAIXA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-CAIXA TO TRUE
       MOVE EX2V2-TX-CAIXA TO SIS-EP-CAIXA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       PERFORM 0620-EMPRESA-OU-MATRIZ.

       0620-EMPRESA-OU-MATRIZ.
       IF SIS-EP-EMPRESA = ZEROS
           MOVE SIS-EMPRESA-MATRIZ TO WRK-EMPRESA
           ADD 1 TO WRK-QT-MATRIZ
       ELSE
           MOVE SIS-EP-EMPRESA TO WRK-EMPRESA
       END-IF.

       0650-GUARDAR-REGISTRO.
       IF WRK-QTD-REGISTROS >= 5000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-REGISTROS.

       0800-RELATORIO-TOTAIS.
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-SECAO
       STRING 'REGISTROS CONVERTIDOS.: ' DELIMITED BY SIZE
           WRK-QT-CONVERTIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO
       MOVE SPACES TO WRK-LINHA-SECAO
       STRING 'FORA DAS FAIXAS.......: ' DELIMITED BY SIZE
           WRK-QT-MATRIZ DELIMITED BY SIZE
           ' (ATRIBUIDOS A MATRIZ)' DELIMITED BY SIZE
           INTO WRK-LINHA-SECAO
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-SECAO.

       0850-GRAVAR-CONTAGEM.
       ADD WRK-QTD-REGISTROS TO WRK-QT-LIDOS
       ADD WRK-QT-ARQUIVO TO WRK-QT-CONVERTIDOS
       MOVE WRK-QTD-REGISTROS TO WRK-LQ-LIDOS
       MOVE WRK-QT-ARQUIVO TO WRK-LQ-CONVERTIDOS
       WRITE SIS-EMPRESA-REL-LINHA FROM WRK-LINHA-CONTAGEM.

       0900-FECHAR-ARQUIVOS.
       CLOSE SIS-EMPRESA-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
