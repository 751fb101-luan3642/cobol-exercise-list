      ******************************************************************
      * Author:
      * Date:
      * Purpose: dunning run for the EX11 client receivables - goes
      *          through the open invoices of EX11CRC.DAT and, by the
      *          days past the due date on the business date, writes
      *          the next reminder letter of each invoice to
      *          EX11AVISO.DAT: first reminder from 15 days overdue,
      *          second from 30 and the final notice from 60, one
      *          level at a time and never less than 15 days after
      *          the previous letter of the same invoice. The level
      *          and date of the last letter are kept in EX11CRC.DAT
      *          (EX11-RECEBER carries them over), so a rerun on the
      *          same day sends nothing again. A client that gets a
      *          final notice is put on credit hold: EX11-CT-BLOQUEIO
      *          is set on its contracts in EX11CONTR.DAT and
      *          EX11-LOTE stops pricing its rows until the hold is
      *          lifted there. Letters sent, clients put on hold and
      *          totals are listed in EX11COBREL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX11-COBRANCA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX11-RECEBER-FILE ASSIGN TO 'EX11CRC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBER-STATUS.
           SELECT EX11-CONTRATO-FILE ASSIGN TO 'EX11CONTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRATO-STATUS.
           SELECT EX11-AVISO-FILE ASSIGN TO 'EX11AVISO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVISO-STATUS.
           SELECT EX11-COB-REL-FILE ASSIGN TO 'EX11COBREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX11-RECEBER-FILE.
       01 EX11-RECEBER-LINHA PIC X(87).

       FD  EX11-CONTRATO-FILE.
       01 EX11-CONTRATO-LINHA PIC X(42).

       FD  EX11-AVISO-FILE.
       01 EX11-AVISO-LINHA PIC X(70).

       FD  EX11-COB-REL-FILE.
       01 EX11-COB-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX11REC.

       77 WRK-RECEBER-STATUS   PIC X(02) VALUE '00'.
       77 WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-AVISO-STATUS     PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       01 WRK-DATA-NEGOCIO-DEC.
           05 WRK-DN-ANO PIC 9(04).
           05 WRK-DN-MES PIC 9(02).
           05 WRK-DN-DIA PIC 9(02).
       01 WRK-DATA-NEGOCIO REDEFINES WRK-DATA-NEGOCIO-DEC PIC 9(08).

       77 WRK-DIAS-AVISO-1    PIC 9(03) VALUE 15.
       77 WRK-DIAS-AVISO-2    PIC 9(03) VALUE 30.
       77 WRK-DIAS-AVISO-3    PIC 9(03) VALUE 60.
       77 WRK-INTERVALO-AVISO PIC 9(03) VALUE 15.

       01 WRK-TABELA-RECEBIVEIS.
           05 WRK-TAB-RC OCCURS 2000 TIMES
               INDEXED BY WRK-RC-IDX.
               10 WRK-TAB-RC-REGISTRO PIC X(87).
       77 WRK-QTD-RECEBIVEIS PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-BLOQUEIOS.
           05 WRK-TAB-BLQ OCCURS 500 TIMES
               INDEXED BY WRK-BLQ-IDX.
               10 WRK-TAB-BLQ-CLIENTE PIC X(05).
       77 WRK-QTD-BLOQUEIOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CONTRATOS.
           05 WRK-TAB-CTR OCCURS 50 TIMES
               INDEXED BY WRK-CTR-IDX.
               10 WRK-TAB-CTR-REGISTRO PIC X(42).
       77 WRK-QTD-CONTRATOS PIC 9(02) VALUE ZEROS.

       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ULTIMO   PIC S9(05) VALUE ZEROS.
       77 WRK-NIVEL         PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-NIVEL    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-AVISOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AVISOS-1   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AVISOS-2   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AVISOS-3   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONTRATOS-BLQ PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-COBRADO   PIC 9(10)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'AVISOS DE COBRANCA DE CLIENTES - EX11-COBRANCA'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-LINHA-TITULOS PIC X(70) VALUE
           'FATURA CLIENTE VENCIMENTO  ATRASO          SALDO  AVISO'.
       01 WRK-LINHA-DETALHE.
           05 WRK-LD-FATURA     PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WRK-LD-CLIENTE    PIC X(05).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 WRK-LD-VENCIMENTO PIC 9(08).
           05 FILLER          PIC X(05) VALUE SPACES.
           05 WRK-LD-DIAS       PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(06) VALUE SPACES.
           05 WRK-LD-NIVEL      PIC 9(01).
       01 WRK-LINHA-BLOQUEIO.
           05 FILLER          PIC X(08) VALUE 'CLIENTE '.
           05 WRK-LB-CLIENTE    PIC X(05).
           05 FILLER          PIC X(33) VALUE
               ' COLOCADO EM BLOQUEIO DE CREDITO'.

       01 WRK-AVISO-SEPARADOR PIC X(70) VALUE ALL '-'.
       01 WRK-AVISO-TITULO.
           05 FILLER          PIC X(20) VALUE 'AVISO DE COBRANCA - '.
           05 WRK-AT-NIVEL      PIC X(20).
       01 WRK-AVISO-CLIENTE.
           05 FILLER          PIC X(09) VALUE 'CLIENTE: '.
           05 WRK-AC-CLIENTE    PIC X(05).
           05 FILLER          PIC X(08) VALUE '  DATA: '.
           05 WRK-AC-DIA        PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-AC-MES        PIC 99.
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-AC-ANO        PIC 9999.
       01 WRK-AVISO-FATURA.
           05 FILLER          PIC X(10) VALUE 'FATURA NR '.
           05 WRK-AF-FATURA     PIC 9(06).
           05 FILLER          PIC X(11) VALUE '  EMISSAO: '.
           05 WRK-AF-EMISSAO    PIC 9(08).
           05 FILLER          PIC X(14) VALUE '  VENCIMENTO: '.
           05 WRK-AF-VENCIMENTO PIC 9(08).
       01 WRK-AVISO-SALDO.
           05 FILLER          PIC X(17) VALUE 'SALDO EM ABERTO: '.
           05 WRK-AS-SALDO      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(18) VALUE '  DIAS EM ATRASO: '.
           05 WRK-AS-DIAS       PIC ZZZZ9.
       01 WRK-AVISO-TEXTO PIC X(70).
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
           CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO
           PERFORM 0120-CARREGAR-RECEBIVEIS
           PERFORM 0200-ABRIR-ARQUIVOS
           PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-QTD-RECEBIVEIS
               PERFORM 0300-AVALIAR-FATURA
                   THRU 0300-AVALIAR-FATURA-EXIT
           END-PERFORM
           IF WRK-QTD-BLOQUEIOS > ZEROS
               PERFORM 0500-BLOQUEAR-CLIENTES
           END-IF
           PERFORM 0800-RELATORIO-TOTAIS
           PERFORM 0900-FECHAR-ARQUIVOS
           IF WRK-QT-AVISOS > ZEROS
               PERFORM 0950-REGRAVAR-RECEBIVEIS
           END-IF
           STOP RUN.

       0120-CARREGAR-RECEBIVEIS.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-RECEBER-FILE
           IF WRK-RECEBER-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-RECEBER-FILE
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-RECEBIVEIS >= 2000
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-RECEBIVEIS
                           MOVE EX11-RECEBER-LINHA TO
                               WRK-TAB-RC-REGISTRO (WRK-QTD-RECEBIVEIS)
                   END-READ
               END-PERFORM
               CLOSE EX11-RECEBER-FILE
           END-IF.

       0200-ABRIR-ARQUIVOS.
           OPEN OUTPUT EX11-AVISO-FILE
           OPEN OUTPUT EX11-COB-REL-FILE
           WRITE EX11-COB-REL-LINHA FROM WRK-CABECALHO
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WRK-DT-DIA TO WRK-LDR-DIA
           MOVE WRK-DT-MES TO WRK-LDR-MES
           MOVE WRK-DT-ANO TO WRK-LDR-ANO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-BRANCO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-TITULOS.

      *    one level at a time: the next notice depends on the days
      *    overdue and the time since the previous notice
       0300-AVALIAR-FATURA.
           MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX) TO EX11-RECEBER-REC
           IF EX11-RC-SALDO NOT > ZEROS OR EX11-RC-AVISO-FINAL
               GO TO 0300-AVALIAR-FATURA-EXIT
           END-IF
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE (EX11-RC-VENCIMENTO)
           COMPUTE WRK-NIVEL = EX11-RC-AVISO + 1
           EVALUATE WRK-NIVEL
               WHEN 1
                   MOVE WRK-DIAS-AVISO-1 TO WRK-DIAS-NIVEL
               WHEN 2
                   MOVE WRK-DIAS-AVISO-2 TO WRK-DIAS-NIVEL
               WHEN OTHER
                   MOVE WRK-DIAS-AVISO-3 TO WRK-DIAS-NIVEL
           END-EVALUATE
           IF WRK-DIAS-ATRASO < WRK-DIAS-NIVEL
               GO TO 0300-AVALIAR-FATURA-EXIT
           END-IF
           IF NOT EX11-RC-SEM-AVISO
               COMPUTE WRK-DIAS-ULTIMO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE (EX11-RC-DATA-AVISO)
               IF WRK-DIAS-ULTIMO < WRK-INTERVALO-AVISO
                   GO TO 0300-AVALIAR-FATURA-EXIT
               END-IF
           END-IF

           PERFORM 0400-EMITIR-AVISO
           MOVE WRK-NIVEL TO EX11-RC-AVISO
           MOVE WRK-DATA-NEGOCIO TO EX11-RC-DATA-AVISO
           MOVE EX11-RECEBER-REC TO WRK-TAB-RC-REGISTRO (WRK-RC-IDX)
           IF EX11-RC-AVISO-FINAL
               PERFORM 0450-MARCAR-BLOQUEIO
           END-IF.
       0300-AVALIAR-FATURA-EXIT.
           EXIT.

       0400-EMITIR-AVISO.
           ADD 1 TO WRK-QT-AVISOS
           ADD EX11-RC-SALDO TO WRK-TOT-COBRADO
           EVALUATE WRK-NIVEL
               WHEN 1
                   ADD 1 TO WRK-QT-AVISOS-1
                   MOVE 'PRIMEIRO AVISO' TO WRK-AT-NIVEL
               WHEN 2
                   ADD 1 TO WRK-QT-AVISOS-2
                   MOVE 'SEGUNDO AVISO' TO WRK-AT-NIVEL
               WHEN OTHER
                   ADD 1 TO WRK-QT-AVISOS-3
                   MOVE 'AVISO FINAL' TO WRK-AT-NIVEL
           END-EVALUATE
           WRITE EX11-AVISO-LINHA FROM WRK-AVISO-SEPARADOR
           WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TITULO
           MOVE EX11-RC-CLIENTE TO WRK-AC-CLIENTE
           MOVE WRK-DN-DIA TO WRK-AC-DIA
           MOVE WRK-DN-MES TO WRK-AC-MES
           MOVE WRK-DN-ANO TO WRK-AC-ANO
           WRITE EX11-AVISO-LINHA FROM WRK-AVISO-CLIENTE
           WRITE EX11-AVISO-LINHA FROM WRK-LINHA-BRANCO
           MOVE EX11-RC-FATURA TO WRK-AF-FATURA
           MOVE EX11-RC-EMISSAO TO WRK-AF-EMISSAO
           MOVE EX11-RC-VENCIMENTO TO WRK-AF-VENCIMENTO
           WRITE EX11-AVISO-LINHA FROM WRK-AVISO-FATURA
           MOVE EX11-RC-SALDO TO WRK-AS-SALDO
           MOVE WRK-DIAS-ATRASO TO WRK-AS-DIAS
           WRITE EX11-AVISO-LINHA FROM WRK-AVISO-SALDO
           WRITE EX11-AVISO-LINHA FROM WRK-LINHA-BRANCO
           EVALUATE WRK-NIVEL
               WHEN 1
                   MOVE 'CONSTA EM NOSSOS REGISTROS O SALDO ACIMA, JA'
                       TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
                   MOVE 'VENCIDO. SE O PAGAMENTO JA FOI FEITO, '
                       TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
                   MOVE 'DESCONSIDERE ESTE AVISO.' TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
               WHEN 2
                   MOVE 'O SALDO ACIMA CONTINUA EM ABERTO APESAR DO'
                       TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
                   MOVE 'AVISO ANTERIOR. SOLICITAMOS A REGULARIZACAO'
                       TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
                   MOVE 'NO MENOR PRAZO POSSIVEL.' TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
               WHEN OTHER
                   MOVE 'ESTE E O AVISO FINAL. A PARTIR DESTA DATA O'
                       TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
                   MOVE 'CLIENTE FICA EM BLOQUEIO DE CREDITO E NOVOS'
                       TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
                   MOVE 'CALCULOS SO SERAO ACEITOS APOS A QUITACAO.'
                       TO WRK-AVISO-TEXTO
                   WRITE EX11-AVISO-LINHA FROM WRK-AVISO-TEXTO
           END-EVALUATE

           MOVE EX11-RC-FATURA TO WRK-LD-FATURA
           MOVE EX11-RC-CLIENTE TO WRK-LD-CLIENTE
           MOVE EX11-RC-VENCIMENTO TO WRK-LD-VENCIMENTO
           MOVE WRK-DIAS-ATRASO TO WRK-LD-DIAS
           MOVE EX11-RC-SALDO TO WRK-LD-SALDO
           MOVE WRK-NIVEL TO WRK-LD-NIVEL
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-DETALHE.

       0450-MARCAR-BLOQUEIO.
           SET WRK-BLQ-IDX TO 1
           SEARCH WRK-TAB-BLQ
               AT END
                   PERFORM 9000-ABORTAR-CAPACIDADE
               WHEN WRK-BLQ-IDX > WRK-QTD-BLOQUEIOS
                   ADD 1 TO WRK-QTD-BLOQUEIOS
                   MOVE EX11-RC-CLIENTE TO
                       WRK-TAB-BLQ-CLIENTE (WRK-QTD-BLOQUEIOS)
               WHEN WRK-TAB-BLQ-CLIENTE (WRK-BLQ-IDX) = EX11-RC-CLIENTE
                   CONTINUE
           END-SEARCH.

       0500-BLOQUEAR-CLIENTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO
           OPEN INPUT EX11-CONTRATO-FILE
           IF WRK-CONTRATO-STATUS = '00'
               PERFORM UNTIL WRK-FIM-ARQUIVO-OK
                   READ EX11-CONTRATO-FILE
                       AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-CONTRATOS >= 50
                               PERFORM 9000-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WRK-QTD-CONTRATOS
                           MOVE EX11-CONTRATO-LINHA TO
                               WRK-TAB-CTR-REGISTRO (WRK-QTD-CONTRATOS)
                   END-READ
               END-PERFORM
               CLOSE EX11-CONTRATO-FILE
           END-IF

           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-BRANCO
           PERFORM VARYING WRK-BLQ-IDX FROM 1 BY 1
                   UNTIL WRK-BLQ-IDX > WRK-QTD-BLOQUEIOS
               MOVE WRK-TAB-BLQ-CLIENTE (WRK-BLQ-IDX) TO WRK-LB-CLIENTE
               WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-BLOQUEIO
           END-PERFORM

           OPEN OUTPUT EX11-CONTRATO-FILE
           PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                   UNTIL WRK-CTR-IDX > WRK-QTD-CONTRATOS
               MOVE WRK-TAB-CTR-REGISTRO (WRK-CTR-IDX)
                   TO EX11-CONTRATO-REC
               SET WRK-BLQ-IDX TO 1
               SEARCH WRK-TAB-BLQ
                   AT END
                       CONTINUE
                   WHEN WRK-BLQ-IDX > WRK-QTD-BLOQUEIOS
                       CONTINUE
                   WHEN WRK-TAB-BLQ-CLIENTE (WRK-BLQ-IDX)
                           = EX11-CT-CLIENTE
                       IF NOT EX11-CT-BLOQUEADO
                           MOVE 'S' TO EX11-CT-BLOQUEIO
                           ADD 1 TO WRK-QT-CONTRATOS-BLQ
                       END-IF
               END-SEARCH
               MOVE EX11-CONTRATO-REC TO EX11-CONTRATO-LINHA
               WRITE EX11-CONTRATO-LINHA
           END-PERFORM
           CLOSE EX11-CONTRATO-FILE.

       0800-RELATORIO-TOTAIS.
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-BRANCO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'PRIMEIROS AVISOS......: ' DELIMITED BY SIZE
               WRK-QT-AVISOS-1 DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'SEGUNDOS AVISOS.......: ' DELIMITED BY SIZE
               WRK-QT-AVISOS-2 DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'AVISOS FINAIS.........: ' DELIMITED BY SIZE
               WRK-QT-AVISOS-3 DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           STRING 'CONTRATOS BLOQUEADOS..: ' DELIMITED BY SIZE
               WRK-QT-CONTRATOS-BLQ DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE SPACES TO WRK-LINHA-RESUMO
           MOVE WRK-TOT-COBRADO TO WRK-LD-SALDO
           STRING 'SALDO COBRADO.........: ' DELIMITED BY SIZE
               WRK-LD-SALDO DELIMITED BY SIZE
               INTO WRK-LINHA-RESUMO
           WRITE EX11-COB-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
           CLOSE EX11-AVISO-FILE
           CLOSE EX11-COB-REL-FILE.

       0950-REGRAVAR-RECEBIVEIS.
           OPEN OUTPUT EX11-RECEBER-FILE
           PERFORM VARYING WRK-RC-IDX FROM 1 BY 1
                   UNTIL WRK-RC-IDX > WRK-QTD-RECEBIVEIS
               MOVE WRK-TAB-RC-REGISTRO (WRK-RC-IDX)
                   TO EX11-RECEBER-LINHA
               WRITE EX11-RECEBER-LINHA
           END-PERFORM
           CLOSE EX11-RECEBER-FILE.

       9000-ABORTAR-CAPACIDADE.
           DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - '
               'RUN ABORTADO'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
