      ******************************************************************
      * Author:
      * Date:
      * Purpose: net-pay run for EX26 - reads the gross-pay file
      *          EX26SAL.DAT written by EX26-SALARIO and withholds
      *          social security (INSS) and income tax (IRRF) through
      *          the shared routine EX26-TRIBUTOS, which prices them
      *          from the bracket set in EX26FAIXA.DAT effective for
      *          the competencia being paid. Writes the net-pay file
      *          EX26LIQ.DAT per matricula (also appended to the pay
      *          history EX26LIQHIS.DAT), one payslip (holerite) per
      *          employee in EX26HOLER.DAT with the earnings lines
      *          (normal, extra, noturno), each deduction and the net
      *          amount, and the register EX26LIQREL.DAT with the run
      *          totals withheld. Name and department on the payslip
      *          come from the employee master FUNCMST.DAT. The
      *          deduction entries of the competencia in the payroll
      *          entry file EX26LANC.DAT (such as the transport
      *          co-payment written by EX26-BENEFICIO) are added to
      *          EX26-LQ-VLR-OUTROS, one payslip line each; its
      *          earning entries (such as the retroactive differences
      *          written by EX26-RETROATIVO) are added to gross pay
      *          and to the INSS/IRRF base, one earnings line each. Open
      *          salary advances in EX26ADIANT.DAT (paid by
      *          EX26-ADIANTAMENTO) for the competencia or earlier are
      *          recovered from the net amount into EX26-LQ-VLR-OUTROS
      *          up to what the net allows; a rerun of the same
      *          competencia first reverses what it recovered before.
      *          Any advance left with a balance is listed in the
      *          register and ends the run with RETURN-CODE 4.
      *          Each net-pay line carries the company of the
      *          employee (from the master, or from the matricula
      *          ranges of SISEMP.DAT when the employee is not on
      *          it) and the register totals each company apart; the
      *          group totals are printed only when an authorized
      *          user has asked for them through SIS-CONSOLIDA.
      *          The IRRF base is reduced by the deduction per tax
      *          dependent of the employee in FUNCDPN.DAT (counted by
      *          EX26-TRIBUTOS) and the payslip IRRF line shows how
      *          many dependents were deducted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX26-LIQUIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX26-SALARIO-FILE ASSIGN TO 'EX26SAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARIO-STATUS.
           SELECT FUNC-MASTER-FILE ASSIGN TO 'FUNCMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MT-MATRICULA
               FILE STATUS IS WRK-MASTER-STATUS.
           SELECT EX26-LIQUIDO-HIS-FILE ASSIGN TO 'EX26LIQHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQHIS-STATUS.
           SELECT EX26-LIQUIDO-FILE ASSIGN TO 'EX26LIQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQUIDO-STATUS.
           SELECT EX26-HOLERITE-FILE ASSIGN TO 'EX26HOLER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLERITE-STATUS.
           SELECT EX26-LIQUIDO-REL-FILE ASSIGN TO 'EX26LIQREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT EX26-ADIANTAMENTO-FILE ASSIGN TO 'EX26ADIANT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANTAMENTO-STATUS.
           SELECT EX26-LANCAMENTO-FILE ASSIGN TO 'EX26LANC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCAMENTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX26-SALARIO-FILE.
       01 EX26-SALARIO-LINHA PIC X(49).

       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       FD  EX26-LIQUIDO-HIS-FILE.
       01 EX26-LIQUIDO-HIS-LINHA PIC X(68).

       FD  EX26-LIQUIDO-FILE.
       01 EX26-LIQUIDO-LINHA PIC X(68).

       FD  EX26-HOLERITE-FILE.
       01 EX26-HOLERITE-LINHA PIC X(80).

       FD  EX26-LIQUIDO-REL-FILE.
       01 EX26-LIQUIDO-REL-LINHA PIC X(80).

       FD  EX26-ADIANTAMENTO-FILE.
       01 EX26-ADIANTAMENTO-LINHA PIC X(56).

       FD  EX26-LANCAMENTO-FILE.
       01 EX26-LANCAMENTO-LINHA PIC X(50).

       WORKING-STORAGE SECTION.
       COPY EX26REC.
       COPY FUNCREC.
       COPY SISEMPREC.

       77 WRK-SALARIO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77 WRK-LIQHIS-STATUS    PIC X(02) VALUE '00'.
       77 WRK-LIQUIDO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-HOLERITE-STATUS  PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-ADIANTAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-LANCAMENTO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       77 WRK-TOT-DESCONTOS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QT-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TABELA  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ADIANTAMENTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-ADT-ABERTOS PIC 9(05) VALUE ZEROS.

       01 WRK-TABELA-ADIANTAMENTOS.
           05 WRK-TAB-ADT OCCURS 2000 TIMES
               INDEXED BY WRK-ADT-IDX
                                 PIC X(56).
       77 WRK-QTD-ADIANTAMENTOS PIC 9(04) VALUE ZEROS.
       77 WRK-MAIOR-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-DISPONIVEL     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALDO-ADT      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RECUPERADO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VLR-ADIANTAMENTO PIC 9(07)V99 VALUE ZEROS.

       01 WRK-TABELA-LANCAMENTOS.
           05 WRK-TAB-LAN OCCURS 5000 TIMES
               INDEXED BY WRK-LAN-IDX
                                 PIC X(50).
       77 WRK-QTD-LANCAMENTOS PIC 9(04) VALUE ZEROS.
       77 WRK-VLR-LANCAMENTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-LANCAMENTOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VLR-PROVENTOS   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-PROVENTOS   PIC 9(09)V99 VALUE ZEROS.

       01 WRK-TABELA-EMPRESAS.
           05 WRK-TAB-EMT OCCURS 99 TIMES
               INDEXED BY WRK-EMT-IDX.
               10 WRK-TAB-EMT-CODIGO    PIC 9(02).
               10 WRK-TAB-EMT-QTD       PIC 9(05).
               10 WRK-TAB-EMT-BRUTO     PIC 9(09)V99.
               10 WRK-TAB-EMT-INSS      PIC 9(09)V99.
               10 WRK-TAB-EMT-IRRF      PIC 9(09)V99.
               10 WRK-TAB-EMT-LIQUIDO   PIC 9(09)V99.
       77 WRK-QTD-EMPRESAS PIC 9(02) VALUE ZEROS.

       01 WRK-COMPETENCIA.
           05 WRK-CP-ANO PIC 9(04).
           05 WRK-CP-MES PIC 9(02).

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'REGISTRO DE SALARIO LIQUIDO - EX26-LIQUIDO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-REGISTRO.
           05 FILLER            PIC X(06) VALUE 'MATR: '.
           05 WRK-LR-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(08) VALUE ' BRUTO: '.
           05 WRK-LR-BRUTO       PIC ZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' INSS: '.
           05 WRK-LR-INSS        PIC ZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' IRRF: '.
           05 WRK-LR-IRRF        PIC ZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' LIQ.: '.
           05 WRK-LR-LIQUIDO     PIC ZZZZZZ9,99.
       01 WRK-LINHA-SEM-TABELA.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LT-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(40) VALUE
               '  SEM TABELA INSS/IRRF PARA COMPETENCIA '.
           05 WRK-LT-COMPETENCIA PIC 9(06).
       01 WRK-LINHA-OCORRENCIA.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LZ-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LZ-MENSAGEM    PIC X(50).
       01 WRK-LINHA-ADIANTAMENTO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LA-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(27) VALUE
               '  ADIANTAMENTO EM ABERTO - '.
           05 WRK-LA-COMPETENCIA PIC 9(06).
           05 FILLER            PIC X(08) VALUE ' SALDO: '.
           05 WRK-LA-SALDO       PIC ZZZZZZ9,99.
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-TITULO-EMPRESAS PIC X(60) VALUE
           'TOTAIS POR EMPRESA'.
       01 WRK-LINHA-EMPRESA.
           05 FILLER            PIC X(08) VALUE 'EMPRESA '.
           05 WRK-LM-EMPRESA     PIC 9(02).
           05 FILLER            PIC X(07) VALUE ' EMPR: '.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' BRUTO: '.
           05 WRK-LM-BRUTO       PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' LIQ.: '.
           05 WRK-LM-LIQUIDO     PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-EMPRESA-TRIBUTOS.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE ' INSS: '.
           05 WRK-LM-INSS        PIC ZZZZZZZZ9,99.
           05 FILLER            PIC X(07) VALUE ' IRRF: '.
           05 WRK-LM-IRRF        PIC ZZZZZZZZ9,99.
       01 WRK-LINHA-CONSOLIDADO.
           05 FILLER            PIC X(35) VALUE
               'CONSOLIDADO DO GRUPO - PEDIDO POR: '.
           05 WRK-LC-USUARIO     PIC X(10).
       01 WRK-LINHA-SEM-CONSOLIDADO PIC X(60) VALUE
           'CONSOLIDADO DO GRUPO NAO SOLICITADO'.

       01 WRK-HOL-TITULO.
           05 FILLER            PIC X(27) VALUE
               'HOLERITE - COMPETENCIA '.
           05 WRK-HT-MES         PIC 99.
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-HT-ANO         PIC 9999.
       01 WRK-HOL-EMPREGADO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-HE-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(08) VALUE '  NOME: '.
           05 WRK-HE-NOME        PIC X(20).
           05 FILLER            PIC X(09) VALUE '  DEPTO: '.
           05 WRK-HE-DEPARTAMENTO PIC X(10).
       01 WRK-HOL-COLUNAS.
           05 FILLER            PIC X(30) VALUE 'RUBRICA'.
           05 FILLER            PIC X(15) VALUE '     PROVENTOS'.
           05 FILLER            PIC X(15) VALUE '     DESCONTOS'.
       01 WRK-HOL-RUBRICA.
           05 WRK-HB-DESCRICAO   PIC X(30).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-HB-PROVENTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 WRK-HB-DESCONTO    PIC ZZZZZZ9,99 BLANK WHEN ZERO.
       01 WRK-HOL-LIQUIDO.
           05 FILLER            PIC X(30) VALUE 'LIQUIDO A RECEBER'.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 WRK-HL-LIQUIDO     PIC ZZZZZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-HOL-SEPARADOR PIC X(60) VALUE ALL '-'.
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-ADIANTAMENTOS.
       PERFORM 0160-CARREGAR-LANCAMENTOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-ARQUIVO-OK.
       PERFORM 0700-LISTAR-ADIANTAMENTOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       PERFORM 0950-GRAVAR-ADIANTAMENTOS.
       IF WRK-QT-SEM-TABELA = 0 AND WRK-QT-ADT-ABERTOS = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-ADIANTAMENTOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX26-ADIANTAMENTO-FILE
       IF WRK-ADIANTAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-ADIANTAMENTO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ADIANTAMENTOS >= 2000
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ADIANTAMENTOS
                       MOVE EX26-ADIANTAMENTO-LINHA
                           TO WRK-TAB-ADT (WRK-QTD-ADIANTAMENTOS)
               END-READ
           END-PERFORM
           CLOSE EX26-ADIANTAMENTO-FILE
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO.

       0160-CARREGAR-LANCAMENTOS.
       OPEN INPUT EX26-LANCAMENTO-FILE
       IF WRK-LANCAMENTO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX26-LANCAMENTO-FILE INTO EX26-LANCAMENTO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EX26-LN-DESCONTO OR EX26-LN-PROVENTO
                           IF WRK-QTD-LANCAMENTOS >= 5000
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-LANCAMENTOS
                           MOVE EX26-LANCAMENTO-LINHA
                               TO WRK-TAB-LAN (WRK-QTD-LANCAMENTOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EX26-LANCAMENTO-FILE
       END-IF
       MOVE 'N' TO WRK-FIM-ARQUIVO.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX26-SALARIO-FILE
       OPEN INPUT FUNC-MASTER-FILE
       OPEN EXTEND EX26-LIQUIDO-HIS-FILE
       IF WRK-LIQHIS-STATUS = '35'
           OPEN OUTPUT EX26-LIQUIDO-HIS-FILE
       END-IF
       OPEN OUTPUT EX26-LIQUIDO-FILE
       OPEN OUTPUT EX26-HOLERITE-FILE
       OPEN OUTPUT EX26-LIQUIDO-REL-FILE
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-BRANCO
       READ EX26-SALARIO-FILE INTO EX26-SALARIO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0300-PROCESSAR.
       MOVE EX26-SA-COMPETENCIA TO EX26-TB-COMPETENCIA
       MOVE EX26-SA-MATRICULA TO EX26-TB-MATRICULA
       PERFORM 0420-SOMAR-LANCAMENTOS
       COMPUTE EX26-TB-BASE = EX26-SA-VLR-BRUTO + WRK-VLR-PROVENTOS
       CALL 'EX26-TRIBUTOS' USING EX26-TRIBUTO-REC
       IF EX26-TB-SEM-TABELA
           ADD 1 TO WRK-QT-SEM-TABELA
           MOVE EX26-SA-MATRICULA TO WRK-LT-MATRICULA
           MOVE EX26-SA-COMPETENCIA TO WRK-LT-COMPETENCIA
           WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-SEM-TABELA
       ELSE
           PERFORM 0400-CALCULAR-LIQUIDO
           PERFORM 0500-EMITIR-HOLERITE
       END-IF
       READ EX26-SALARIO-FILE INTO EX26-SALARIO-REC
           AT END MOVE 'S' TO WRK-FIM-ARQUIVO
       END-READ.

       0400-CALCULAR-LIQUIDO.
       ADD 1 TO WRK-QT-PROCESSADOS
       MOVE EX26-SA-MATRICULA TO EX26-LQ-MATRICULA
       MOVE EX26-SA-COMPETENCIA TO EX26-LQ-COMPETENCIA
       MOVE 'M' TO EX26-LQ-TIPO
       COMPUTE EX26-LQ-VLR-BRUTO =
           EX26-SA-VLR-BRUTO + WRK-VLR-PROVENTOS
       MOVE EX26-TB-VLR-INSS TO EX26-LQ-VLR-INSS
       MOVE EX26-TB-VLR-IRRF TO EX26-LQ-VLR-IRRF
       MOVE ZEROS TO EX26-LQ-VLR-OUTROS
       MOVE ZEROS TO EX26-LQ-VLR-ISENTO
       PERFORM 0410-EMPRESA-DO-EMPREGADO
       PERFORM 0450-RECUPERAR-ADIANTAMENTOS
       COMPUTE WRK-TOT-DESCONTOS = EX26-LQ-VLR-INSS
           + EX26-LQ-VLR-IRRF + EX26-LQ-VLR-OUTROS
       COMPUTE WRK-LIQUIDO-CALC =
           EX26-LQ-VLR-BRUTO - WRK-TOT-DESCONTOS
       IF WRK-LIQUIDO-CALC < 0
           MOVE ZEROS TO EX26-LQ-VLR-LIQUIDO
           MOVE EX26-LQ-MATRICULA TO WRK-LZ-MATRICULA
           MOVE 'DESCONTOS SUPERAM O BRUTO - LIQUIDO ZERADO'
               TO WRK-LZ-MENSAGEM
           WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-OCORRENCIA
       ELSE
           MOVE WRK-LIQUIDO-CALC TO EX26-LQ-VLR-LIQUIDO
       END-IF
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-LINHA
       WRITE EX26-LIQUIDO-LINHA
       MOVE EX26-LIQUIDO-REC TO EX26-LIQUIDO-HIS-LINHA
       WRITE EX26-LIQUIDO-HIS-LINHA

       ADD EX26-LQ-VLR-BRUTO TO WRK-TOT-BRUTO
       ADD EX26-LQ-VLR-INSS TO WRK-TOT-INSS
       ADD EX26-LQ-VLR-IRRF TO WRK-TOT-IRRF
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TOT-LIQUIDO
       ADD WRK-VLR-ADIANTAMENTO TO WRK-TOT-ADIANTAMENTO
       ADD WRK-VLR-LANCAMENTOS TO WRK-TOT-LANCAMENTOS
       ADD WRK-VLR-PROVENTOS TO WRK-TOT-PROVENTOS
       PERFORM 0415-SOMAR-EMPRESA

       MOVE EX26-LQ-MATRICULA TO WRK-LR-MATRICULA
       MOVE EX26-LQ-VLR-BRUTO TO WRK-LR-BRUTO
       MOVE EX26-LQ-VLR-INSS TO WRK-LR-INSS
       MOVE EX26-LQ-VLR-IRRF TO WRK-LR-IRRF
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-LR-LIQUIDO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-REGISTRO.

      *    company of the master, or the one whose matricula range
      *    holds an employee missing from it
       0410-EMPRESA-DO-EMPREGADO.
       PERFORM 0550-LOCALIZAR-MASTER
       IF WRK-ACHOU-OK AND FUNC-MS-EMPRESA IS NUMERIC
           MOVE FUNC-MS-EMPRESA TO EX26-LQ-EMPRESA
       ELSE
           MOVE SPACES TO SIS-EMPRESA-PEDIDO
           SET SIS-EP-DONA-MATRICULA TO TRUE
           MOVE EX26-LQ-MATRICULA TO SIS-EP-MATRICULA
           CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
           MOVE SIS-EP-EMPRESA TO EX26-LQ-EMPRESA
       END-IF.

       0415-SOMAR-EMPRESA.
       SET WRK-EMT-IDX TO 1
       SEARCH WRK-TAB-EMT
           AT END
               PERFORM 9000-ABORTAR-CAPACIDADE
           WHEN WRK-EMT-IDX > WRK-QTD-EMPRESAS
               ADD 1 TO WRK-QTD-EMPRESAS
               MOVE EX26-LQ-EMPRESA TO WRK-TAB-EMT-CODIGO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-INSS (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-IRRF (WRK-EMT-IDX)
               MOVE ZEROS TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX)
           WHEN WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) = EX26-LQ-EMPRESA
               CONTINUE
       END-SEARCH
       ADD 1 TO WRK-TAB-EMT-QTD (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-BRUTO TO WRK-TAB-EMT-BRUTO (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-INSS TO WRK-TAB-EMT-INSS (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-IRRF TO WRK-TAB-EMT-IRRF (WRK-EMT-IDX)
       ADD EX26-LQ-VLR-LIQUIDO TO WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX).

       0420-SOMAR-LANCAMENTOS.
       MOVE ZEROS TO WRK-VLR-LANCAMENTOS
       MOVE ZEROS TO WRK-VLR-PROVENTOS
       PERFORM VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-QTD-LANCAMENTOS
           MOVE WRK-TAB-LAN (WRK-LAN-IDX) TO EX26-LANCAMENTO-REC
           IF EX26-LN-MATRICULA = EX26-SA-MATRICULA
              AND EX26-LN-COMPETENCIA = EX26-SA-COMPETENCIA
               IF EX26-LN-PROVENTO
                   ADD EX26-LN-VALOR TO WRK-VLR-PROVENTOS
               ELSE
                   ADD EX26-LN-VALOR TO WRK-VLR-LANCAMENTOS
               END-IF
           END-IF
       END-PERFORM.

       0450-RECUPERAR-ADIANTAMENTOS.
       MOVE ZEROS TO WRK-VLR-ADIANTAMENTO
       IF EX26-SA-COMPETENCIA > WRK-MAIOR-COMPETENCIA
           MOVE EX26-SA-COMPETENCIA TO WRK-MAIOR-COMPETENCIA
       END-IF
       PERFORM VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-QTD-ADIANTAMENTOS
           MOVE WRK-TAB-ADT (WRK-ADT-IDX) TO EX26-ADIANTAMENTO-REC
           IF EX26-AT-MATRICULA = EX26-SA-MATRICULA
              AND EX26-AT-COMP-ULTIMO = EX26-SA-COMPETENCIA
              AND EX26-AT-VLR-ULTIMO > ZEROS
               SUBTRACT EX26-AT-VLR-ULTIMO FROM EX26-AT-DESCONTADO
               MOVE ZEROS TO EX26-AT-VLR-ULTIMO
               MOVE ZEROS TO EX26-AT-COMP-ULTIMO
               MOVE 'A' TO EX26-AT-SITUACAO
               MOVE EX26-ADIANTAMENTO-REC TO WRK-TAB-ADT (WRK-ADT-IDX)
           END-IF
       END-PERFORM
       IF EX26-LQ-VLR-INSS + EX26-LQ-VLR-IRRF + WRK-VLR-LANCAMENTOS
              < EX26-LQ-VLR-BRUTO
           COMPUTE WRK-DISPONIVEL = EX26-LQ-VLR-BRUTO
               - EX26-LQ-VLR-INSS - EX26-LQ-VLR-IRRF
               - WRK-VLR-LANCAMENTOS
       ELSE
           MOVE ZEROS TO WRK-DISPONIVEL
       END-IF
       PERFORM VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-QTD-ADIANTAMENTOS
                  OR WRK-DISPONIVEL = ZEROS
           MOVE WRK-TAB-ADT (WRK-ADT-IDX) TO EX26-ADIANTAMENTO-REC
           IF EX26-AT-MATRICULA = EX26-SA-MATRICULA
              AND EX26-AT-ABERTO
              AND EX26-AT-COMPETENCIA NOT > EX26-SA-COMPETENCIA
               PERFORM 0460-DESCONTAR-ADIANTAMENTO
           END-IF
       END-PERFORM
       COMPUTE EX26-LQ-VLR-OUTROS =
           WRK-VLR-LANCAMENTOS + WRK-VLR-ADIANTAMENTO.

       0460-DESCONTAR-ADIANTAMENTO.
       COMPUTE WRK-SALDO-ADT = EX26-AT-VALOR - EX26-AT-DESCONTADO
       IF WRK-SALDO-ADT > WRK-DISPONIVEL
           MOVE WRK-DISPONIVEL TO WRK-RECUPERADO
       ELSE
           MOVE WRK-SALDO-ADT TO WRK-RECUPERADO
       END-IF
       ADD WRK-RECUPERADO TO EX26-AT-DESCONTADO
       MOVE EX26-SA-COMPETENCIA TO EX26-AT-COMP-ULTIMO
       MOVE WRK-RECUPERADO TO EX26-AT-VLR-ULTIMO
       IF EX26-AT-DESCONTADO NOT < EX26-AT-VALOR
           MOVE 'Q' TO EX26-AT-SITUACAO
       END-IF
       MOVE EX26-ADIANTAMENTO-REC TO WRK-TAB-ADT (WRK-ADT-IDX)
       SUBTRACT WRK-RECUPERADO FROM WRK-DISPONIVEL
       ADD WRK-RECUPERADO TO WRK-VLR-ADIANTAMENTO.

       0500-EMITIR-HOLERITE.
       PERFORM 0550-LOCALIZAR-MASTER
       MOVE EX26-LQ-COMPETENCIA TO WRK-COMPETENCIA
       MOVE WRK-CP-MES TO WRK-HT-MES
       MOVE WRK-CP-ANO TO WRK-HT-ANO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-TITULO
       MOVE EX26-LQ-MATRICULA TO WRK-HE-MATRICULA
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-EMPREGADO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-SEPARADOR
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-COLUNAS

       MOVE 'SALARIO HORAS NORMAIS' TO WRK-HB-DESCRICAO
       MOVE EX26-SA-VLR-NORMAL TO WRK-HB-PROVENTO
       MOVE ZEROS TO WRK-HB-DESCONTO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       IF EX26-SA-VLR-EXTRA > ZEROS
           MOVE 'HORAS EXTRAS' TO WRK-HB-DESCRICAO
           MOVE EX26-SA-VLR-EXTRA TO WRK-HB-PROVENTO
           WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       END-IF
       IF EX26-SA-VLR-NOTURNO > ZEROS
           MOVE 'ADICIONAL NOTURNO' TO WRK-HB-DESCRICAO
           MOVE EX26-SA-VLR-NOTURNO TO WRK-HB-PROVENTO
           WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       END-IF
       PERFORM VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-QTD-LANCAMENTOS
           MOVE WRK-TAB-LAN (WRK-LAN-IDX) TO EX26-LANCAMENTO-REC
           IF EX26-LN-MATRICULA = EX26-LQ-MATRICULA
              AND EX26-LN-COMPETENCIA = EX26-LQ-COMPETENCIA
              AND EX26-LN-PROVENTO
               MOVE EX26-LN-DESCRICAO TO WRK-HB-DESCRICAO
               MOVE EX26-LN-VALOR TO WRK-HB-PROVENTO
               WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
           END-IF
       END-PERFORM

       MOVE ZEROS TO WRK-HB-PROVENTO
       MOVE 'INSS' TO WRK-HB-DESCRICAO
       MOVE EX26-LQ-VLR-INSS TO WRK-HB-DESCONTO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       MOVE 'IRRF' TO WRK-HB-DESCRICAO
       IF EX26-TB-DEPENDENTES > ZEROS
           STRING 'IRRF (' DELIMITED BY SIZE
               EX26-TB-DEPENDENTES DELIMITED BY SIZE
               ' DEPENDENTES)' DELIMITED BY SIZE
               INTO WRK-HB-DESCRICAO
       END-IF
       MOVE EX26-LQ-VLR-IRRF TO WRK-HB-DESCONTO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       PERFORM VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-QTD-LANCAMENTOS
           MOVE WRK-TAB-LAN (WRK-LAN-IDX) TO EX26-LANCAMENTO-REC
           IF EX26-LN-MATRICULA = EX26-LQ-MATRICULA
              AND EX26-LN-COMPETENCIA = EX26-LQ-COMPETENCIA
              AND EX26-LN-DESCONTO
               MOVE EX26-LN-DESCRICAO TO WRK-HB-DESCRICAO
               MOVE EX26-LN-VALOR TO WRK-HB-DESCONTO
               WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
           END-IF
       END-PERFORM
       IF WRK-VLR-ADIANTAMENTO > ZEROS
           MOVE 'ADIANTAMENTO SALARIAL' TO WRK-HB-DESCRICAO
           MOVE WRK-VLR-ADIANTAMENTO TO WRK-HB-DESCONTO
           WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       END-IF

       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-SEPARADOR
       MOVE 'TOTAIS' TO WRK-HB-DESCRICAO
       MOVE EX26-LQ-VLR-BRUTO TO WRK-HB-PROVENTO
       MOVE WRK-TOT-DESCONTOS TO WRK-HB-DESCONTO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-RUBRICA
       MOVE EX26-LQ-VLR-LIQUIDO TO WRK-HL-LIQUIDO
       WRITE EX26-HOLERITE-LINHA FROM WRK-HOL-LIQUIDO
       WRITE EX26-HOLERITE-LINHA FROM WRK-LINHA-BRANCO.

       0550-LOCALIZAR-MASTER.
       MOVE 'N' TO WRK-ACHOU
       MOVE EX26-LQ-MATRICULA TO FUNC-MT-MATRICULA
       READ FUNC-MASTER-FILE INTO FUNC-MASTER-REC
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'S' TO WRK-ACHOU
       END-READ
       IF WRK-ACHOU-OK
           MOVE FUNC-MS-NOME TO WRK-HE-NOME
           MOVE FUNC-MS-DEPARTAMENTO TO WRK-HE-DEPARTAMENTO
       ELSE
           MOVE 'NAO CADASTRADO' TO WRK-HE-NOME
           MOVE SPACES TO WRK-HE-DEPARTAMENTO
       END-IF.

       0700-LISTAR-ADIANTAMENTOS.
       PERFORM VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-QTD-ADIANTAMENTOS
           MOVE WRK-TAB-ADT (WRK-ADT-IDX) TO EX26-ADIANTAMENTO-REC
           IF EX26-AT-ABERTO
              AND EX26-AT-COMPETENCIA NOT > WRK-MAIOR-COMPETENCIA
               ADD 1 TO WRK-QT-ADT-ABERTOS
               MOVE EX26-AT-MATRICULA TO WRK-LA-MATRICULA
               MOVE EX26-AT-COMPETENCIA TO WRK-LA-COMPETENCIA
               COMPUTE WRK-LA-SALDO =
                   EX26-AT-VALOR - EX26-AT-DESCONTADO
               WRITE EX26-LIQUIDO-REL-LINHA
                   FROM WRK-LINHA-ADIANTAMENTO
           END-IF
       END-PERFORM.

       0800-RELATORIO-TOTAIS.
       PERFORM 0810-TOTAIS-EMPRESAS
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-CONSOLIDADO TO TRUE
       MOVE 'EX26-LIQUIDO' TO SIS-EP-PROGRAMA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NAO
           WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-SEM-CONSOLIDADO
       ELSE
           PERFORM 0820-TOTAIS-CONSOLIDADOS
       END-IF
       PERFORM 0830-RESUMO-PROCESSAMENTO.

       0810-TOTAIS-EMPRESAS.
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TITULO-EMPRESAS
       PERFORM VARYING WRK-EMT-IDX FROM 1 BY 1
               UNTIL WRK-EMT-IDX > WRK-QTD-EMPRESAS
           MOVE WRK-TAB-EMT-CODIGO (WRK-EMT-IDX) TO WRK-LM-EMPRESA
           MOVE WRK-TAB-EMT-QTD (WRK-EMT-IDX) TO WRK-LM-QTD
           MOVE WRK-TAB-EMT-BRUTO (WRK-EMT-IDX) TO WRK-LM-BRUTO
           MOVE WRK-TAB-EMT-LIQUIDO (WRK-EMT-IDX) TO WRK-LM-LIQUIDO
           WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-EMPRESA
           MOVE WRK-TAB-EMT-INSS (WRK-EMT-IDX) TO WRK-LM-INSS
           MOVE WRK-TAB-EMT-IRRF (WRK-EMT-IDX) TO WRK-LM-IRRF
           WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-EMPRESA-TRIBUTOS
       END-PERFORM.

       0820-TOTAIS-CONSOLIDADOS.
       MOVE SIS-EP-USUARIO TO WRK-LC-USUARIO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-CONSOLIDADO
       MOVE 'TOTAL BRUTO...........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-BRUTO TO WRK-LO-VALOR
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL OUTROS PROVENTOS:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-PROVENTOS TO WRK-LO-VALOR
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL INSS RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-INSS TO WRK-LO-VALOR
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL IRRF RETIDO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-IRRF TO WRK-LO-VALOR
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL OUTROS DESCONTOS:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-LANCAMENTOS TO WRK-LO-VALOR
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL ADIANTAMENTOS...:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-ADIANTAMENTO TO WRK-LO-VALOR
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'TOTAL LIQUIDO.........:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-LIQUIDO TO WRK-LO-VALOR
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-TOTAL.

       0830-RESUMO-PROCESSAMENTO.
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-BRANCO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'EMPREGADOS PROCESSADOS: ' DELIMITED BY SIZE
           WRK-QT-PROCESSADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'SEM TABELA............: ' DELIMITED BY SIZE
           WRK-QT-SEM-TABELA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ADIANT. EM ABERTO......: ' DELIMITED BY SIZE
           WRK-QT-ADT-ABERTOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX26-LIQUIDO-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       CLOSE EX26-SALARIO-FILE
       CLOSE FUNC-MASTER-FILE
       CLOSE EX26-LIQUIDO-HIS-FILE
       CLOSE EX26-LIQUIDO-FILE
       CLOSE EX26-HOLERITE-FILE
       CLOSE EX26-LIQUIDO-REL-FILE.

       0950-GRAVAR-ADIANTAMENTOS.
       IF WRK-QTD-ADIANTAMENTOS > 0
           OPEN OUTPUT EX26-ADIANTAMENTO-FILE
           PERFORM VARYING WRK-ADT-IDX FROM 1 BY 1
                   UNTIL WRK-ADT-IDX > WRK-QTD-ADIANTAMENTOS
               MOVE WRK-TAB-ADT (WRK-ADT-IDX)
                   TO EX26-ADIANTAMENTO-LINHA
               WRITE EX26-ADIANTAMENTO-LINHA
           END-PERFORM
           CLOSE EX26-ADIANTAMENTO-FILE
       END-IF.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
