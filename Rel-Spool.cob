      ******************************************************************
      * Author:
      * Date:
      * Purpose: print spool step - turns the continuous line files
      *          the batches write into paged print output. Each
      *          pending request of RELIMP.DAT (report id, user)
      *          names a report registered in RELCFG.DAT that has a
      *          form definition in RELFORM.DAT; the report is
      *          written to the print file RELIMPSAI.DAT page by
      *          page, each page opening on a new sheet with the
      *          company name (SISEMP.DAT through SIS-EMPRESA), the
      *          form title, the as-of business date (SIS-DATA-
      *          NEGOCIO), PAGINA x DE y and the report's own column
      *          headings - its first lines, as many as the form
      *          says - repeated. When the form names an amount
      *          column, each page closes with its total and the
      *          amount carried forward, which the next page opens
      *          with, and the last page with the grand total. Every
      *          copy is preceded by a banner page for its
      *          recipient: the report burst by REL-DISTRIBUICAO
      *          (RELBURST.DAT) is printed once per route of
      *          RELROTA.DAT from the department file it wrote, any
      *          other report once for the user who asked for it.
      *          Each copy printed or refused goes to the spool log
      *          RELIMPLOG.DAT with report, file, recipient, user,
      *          pages and lines; a sensitive report (prefixes in
      *          SISACSREC) is also logged through SIS-ACESSO. The
      *          requests are marked impresso or rejeitado; any
      *          refusal ends the run with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL-SPOOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REL-CONFIG-FILE ASSIGN TO 'RELCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFIG-STATUS.
           SELECT REL-FORMULARIO-FILE ASSIGN TO 'RELFORM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORMULARIO-STATUS.
           SELECT REL-PARM-FILE ASSIGN TO 'RELBURST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT REL-ROTA-FILE ASSIGN TO 'RELROTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ROTA-STATUS.
           SELECT REL-IMPRESSAO-FILE ASSIGN TO 'RELIMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IMPRESSAO-STATUS.
           SELECT REL-ORIGEM-FILE ASSIGN TO WRK-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORIGEM-STATUS.
           SELECT REL-SAIDA-FILE ASSIGN TO 'RELIMPSAI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAIDA-STATUS.
           SELECT REL-SPOOL-LOG-FILE ASSIGN TO 'RELIMPLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REL-CONFIG-FILE.
       01 REL-CONFIG-LINHA PIC X(30).

       FD  REL-FORMULARIO-FILE.
       01 REL-FORMULARIO-LINHA PIC X(74).

       FD  REL-PARM-FILE.
       01 REL-PARM-LINHA PIC X(20).

       FD  REL-ROTA-FILE.
       01 REL-ROTA-LINHA PIC X(30).

       FD  REL-IMPRESSAO-FILE.
       01 REL-IMPRESSAO-LINHA PIC X(27).

       FD  REL-ORIGEM-FILE.
       01 REL-ORIGEM-LINHA PIC X(132).

       FD  REL-SAIDA-FILE.
       01 REL-SAIDA-LINHA PIC X(132).

       FD  REL-SPOOL-LOG-FILE.
       01 REL-SPOOL-LOG-LINHA PIC X(113).

       WORKING-STORAGE SECTION.
       COPY RELCATREC.
       COPY SISACSREC.
       COPY SISEMPREC.

       77 WRK-CONFIG-STATUS     PIC X(02) VALUE '00'.
       77 WRK-FORMULARIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-PARM-STATUS       PIC X(02) VALUE '00'.
       77 WRK-ROTA-STATUS       PIC X(02) VALUE '00'.
       77 WRK-IMPRESSAO-STATUS  PIC X(02) VALUE '00'.
       77 WRK-ORIGEM-STATUS     PIC X(02) VALUE '00'.
       77 WRK-SAIDA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-LOG-STATUS        PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.

       01 WRK-TABELA-CONFIG.
           05 WRK-TAB-CFG OCCURS 100 TIMES
               INDEXED BY WRK-CFG-IDX.
               10 WRK-TAB-CFG-ID      PIC X(08).
               10 WRK-TAB-CFG-ARQUIVO PIC X(20).
       77 WRK-QTD-CONFIG PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-FORMULARIOS.
           05 WRK-TAB-FRM OCCURS 100 TIMES
               INDEXED BY WRK-FRM-IDX
                                 PIC X(74).
       77 WRK-QTD-FORMULARIOS PIC 9(03) VALUE ZEROS.

      *    same routing and burst source as REL-DISTRIBUICAO
       77 WRK-NOME-BURST PIC X(20) VALUE 'EX12REL.DAT'.
       01 WRK-ROTA-REC.
           05 WRK-RT-DEPARTAMENTO PIC X(10).
           05 WRK-RT-DESTINATARIO PIC X(20).
       01 WRK-TABELA-ROTAS.
           05 WRK-TAB-ROTA OCCURS 50 TIMES
               INDEXED BY WRK-ROTA-IDX.
               10 WRK-TAB-ROTA-DEPTO PIC X(10).
               10 WRK-TAB-ROTA-DEST  PIC X(20).
       77 WRK-QTD-ROTAS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-PEDIDOS.
           05 WRK-TAB-PED OCCURS 500 TIMES
               INDEXED BY WRK-PED-IDX
                                 PIC X(27).
       77 WRK-QTD-PEDIDOS PIC 9(03) VALUE ZEROS.

       01 WRK-TABELA-CABECALHO.
           05 WRK-TAB-CAB OCCURS 10 TIMES
               INDEXED BY WRK-CAB-IDX
                                 PIC X(132).
       77 WRK-QTD-CABECALHO PIC 9(02) VALUE ZEROS.

       77 WRK-NOME-ORIGEM   PIC X(20) VALUE SPACES.
       77 WRK-NOME-COPIA    PIC X(20) VALUE SPACES.
       77 WRK-DESTINATARIO  PIC X(20) VALUE SPACES.
       77 WRK-DEPARTAMENTO  PIC X(10) VALUE SPACES.
       77 WRK-NOME-EMPRESA  PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-SENSIVEL      PIC X(01) VALUE 'N'.
           88 WRK-SENSIVEL-OK VALUE 'S'.
       77 WRK-COPIA-IMPRESSA PIC X(01) VALUE 'N'.
           88 WRK-COPIA-IMPRESSA-OK VALUE 'S'.

       77 WRK-LINHAS-PAGINA  PIC 9(03) VALUE ZEROS.
       77 WRK-CAPACIDADE     PIC S9(03) VALUE ZEROS.
       77 WRK-PULAR          PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LINHAS-ARQ  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CORPO       PIC S9(06) VALUE ZEROS.
       77 WRK-QT-LIDAS       PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PAGINAS  PIC 9(04) VALUE ZEROS.
       77 WRK-PAGINA         PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-NA-PAGINA PIC 9(03) VALUE ZEROS.
       77 WRK-TAM-MARCA      PIC 9(02) VALUE ZEROS.

       77 WRK-TOTAL-PAGINA   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-ACUMULADO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VL-LINHA       PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VL-ACUMULADOR  PIC 9(15) VALUE ZEROS.
       77 WRK-VL-DECIMAIS    PIC 9(02) VALUE ZEROS.
       77 WRK-CAMPO-VALOR    PIC X(15) VALUE SPACES.
       77 WRK-POSICAO        PIC 9(02) VALUE ZEROS.
       77 WRK-CARACTER       PIC X(01) VALUE SPACE.
       01 WRK-DIGITO-X       PIC X(01) VALUE '0'.
       01 WRK-DIGITO-N REDEFINES WRK-DIGITO-X PIC 9(01).
       77 WRK-TEM-DIGITO     PIC X(01) VALUE 'N'.
           88 WRK-TEM-DIGITO-OK VALUE 'S'.
       77 WRK-VIRGULA        PIC X(01) VALUE 'N'.
           88 WRK-VIRGULA-OK VALUE 'S'.
       77 WRK-NEGATIVO       PIC X(01) VALUE 'N'.
           88 WRK-NEGATIVO-OK VALUE 'S'.

       77 WRK-QT-COPIAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PAGINAS     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATENDIDOS   PIC 9(03) VALUE ZEROS.

       01 WRK-DATA-NEGOCIO   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-NEGOCIO-R REDEFINES WRK-DATA-NEGOCIO.
           05 WRK-DN-ANO  PIC 9(04).
           05 WRK-DN-MES  PIC 9(02).
           05 WRK-DN-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).
       01 WRK-DATA-SISTEMA-N REDEFINES WRK-DATA-SISTEMA PIC 9(08).
       01 WRK-HORA-SISTEMA.
           05 WRK-HR-HORA PIC 9(02).
           05 WRK-HR-MIN  PIC 9(02).
           05 WRK-HR-SEG  PIC 9(02).
           05 FILLER      PIC 9(02).
       01 WRK-HORA-SISTEMA-R REDEFINES WRK-HORA-SISTEMA.
           05 WRK-HR-HHMMSS PIC 9(06).
           05 FILLER        PIC 9(02).

       01 WRK-DATA-EDITADA.
           05 WRK-DE-DIA  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-DE-MES  PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-DE-ANO  PIC 9999.

       01 WRK-LINHA-EMPRESA.
           05 WRK-LE-EMPRESA  PIC X(30).
           05 FILLER          PIC X(31) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'PAGINA '.
           05 WRK-LE-PAGINA   PIC ZZZ9.
           05 FILLER          PIC X(04) VALUE ' DE '.
           05 WRK-LE-TOTAL    PIC ZZZ9.
       01 WRK-LINHA-TITULO.
           05 WRK-LT-TITULO   PIC X(40).
           05 FILLER          PIC X(19) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'DATA-BASE: '.
           05 WRK-LT-DATA     PIC X(10).
       01 WRK-LINHA-SEPARADOR PIC X(80) VALUE ALL '-'.
       01 WRK-LINHA-VALOR.
           05 WRK-LV-DESCRICAO PIC X(22).
           05 WRK-LV-VALOR     PIC ------------9,99.

       01 WRK-LINHA-ASTERISCOS PIC X(80) VALUE ALL '*'.
       01 WRK-LINHA-BANNER.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 WRK-LB-ROTULO   PIC X(16).
           05 WRK-LB-VALOR    PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-CONFIG.
       PERFORM 0160-CARREGAR-FORMULARIOS.
       PERFORM 0170-CARREGAR-BURST.
       PERFORM 0180-CARREGAR-ROTAS.
       PERFORM 0190-CARREGAR-PEDIDOS.
       CALL 'SIS-DATA-NEGOCIO' USING WRK-DATA-NEGOCIO.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-ATENDER-PEDIDO THRU 0300-ATENDER-PEDIDO-EXIT
           VARYING WRK-PED-IDX FROM 1 BY 1
           UNTIL WRK-PED-IDX > WRK-QTD-PEDIDOS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-ATENDIDOS > 0
           PERFORM 0700-GRAVAR-PEDIDOS
       END-IF.
       DISPLAY 'COPIAS IMPRESSAS: ' WRK-QT-COPIAS
           ' PAGINAS: ' WRK-QT-PAGINAS
           ' REJEITADAS: ' WRK-QT-REJEITADAS
       IF WRK-QT-REJEITADAS = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF
       GOBACK.

       0150-CARREGAR-CONFIG.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT REL-CONFIG-FILE
       IF WRK-CONFIG-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ REL-CONFIG-FILE INTO REL-CONFIG-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-CONFIG >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-CONFIG
                       MOVE REL-CF-ID TO WRK-TAB-CFG-ID (WRK-QTD-CONFIG)
                       MOVE REL-CF-ARQUIVO TO
                           WRK-TAB-CFG-ARQUIVO (WRK-QTD-CONFIG)
               END-READ
           END-PERFORM
           CLOSE REL-CONFIG-FILE
       END-IF.

       0160-CARREGAR-FORMULARIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT REL-FORMULARIO-FILE
       IF WRK-FORMULARIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ REL-FORMULARIO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-FORMULARIOS >= 100
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-FORMULARIOS
                       MOVE REL-FORMULARIO-LINHA TO
                           WRK-TAB-FRM (WRK-QTD-FORMULARIOS)
               END-READ
           END-PERFORM
           CLOSE REL-FORMULARIO-FILE
       END-IF.

       0170-CARREGAR-BURST.
       OPEN INPUT REL-PARM-FILE
       IF WRK-PARM-STATUS = '00'
           READ REL-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF REL-PARM-LINHA NOT = SPACES
                       MOVE REL-PARM-LINHA TO WRK-NOME-BURST
                   END-IF
           END-READ
           CLOSE REL-PARM-FILE
       END-IF.

       0180-CARREGAR-ROTAS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT REL-ROTA-FILE
       IF WRK-ROTA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ REL-ROTA-FILE INTO WRK-ROTA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-ROTAS >= 50
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-ROTAS
                       MOVE WRK-RT-DEPARTAMENTO TO
                           WRK-TAB-ROTA-DEPTO (WRK-QTD-ROTAS)
                       MOVE WRK-RT-DESTINATARIO TO
                           WRK-TAB-ROTA-DEST (WRK-QTD-ROTAS)
               END-READ
           END-PERFORM
           CLOSE REL-ROTA-FILE
       END-IF.

       0190-CARREGAR-PEDIDOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT REL-IMPRESSAO-FILE
       IF WRK-IMPRESSAO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ REL-IMPRESSAO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PEDIDOS >= 500
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PEDIDOS
                       MOVE REL-IMPRESSAO-LINHA TO
                           WRK-TAB-PED (WRK-QTD-PEDIDOS)
               END-READ
           END-PERFORM
           CLOSE REL-IMPRESSAO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN OUTPUT REL-SAIDA-FILE
       OPEN EXTEND REL-SPOOL-LOG-FILE
       IF WRK-LOG-STATUS = '35'
           OPEN OUTPUT REL-SPOOL-LOG-FILE
       END-IF
       MOVE WRK-DN-DIA TO WRK-DE-DIA
       MOVE WRK-DN-MES TO WRK-DE-MES
       MOVE WRK-DN-ANO TO WRK-DE-ANO
       MOVE WRK-DATA-EDITADA TO WRK-LT-DATA.

       0300-ATENDER-PEDIDO.
       MOVE WRK-TAB-PED (WRK-PED-IDX) TO REL-IMPRESSAO-REC
       IF NOT REL-IP-PENDENTE
           GO TO 0300-ATENDER-PEDIDO-EXIT
       END-IF
       ADD 1 TO WRK-QT-ATENDIDOS
       MOVE 'N' TO WRK-COPIA-IMPRESSA
       MOVE SPACES TO WRK-MOTIVO
       MOVE SPACES TO WRK-NOME-ORIGEM
       MOVE SPACES TO WRK-DEPARTAMENTO
       MOVE REL-IP-USUARIO TO WRK-DESTINATARIO
       PERFORM 0310-LOCALIZAR-RELATORIO
       IF WRK-MOTIVO = SPACES
           PERFORM 0320-VALIDAR-FORMULARIO
       END-IF
       IF WRK-MOTIVO = SPACES AND REL-IP-USUARIO = SPACES
           MOVE 'USUARIO NAO INFORMADO' TO WRK-MOTIVO
       END-IF
       IF WRK-MOTIVO NOT = SPACES
           MOVE WRK-NOME-ORIGEM TO WRK-NOME-COPIA
           PERFORM 0390-REJEITAR-COPIA
           GO TO 0300-ATENDER-PEDIDO-FIM
       END-IF

       PERFORM 0330-OBTER-EMPRESA
       PERFORM 0350-CONFERIR-SENSIVEL
       IF WRK-NOME-ORIGEM = WRK-NOME-BURST AND WRK-QTD-ROTAS > 0
           PERFORM 0340-IMPRIMIR-ROTA
               VARYING WRK-ROTA-IDX FROM 1 BY 1
               UNTIL WRK-ROTA-IDX > WRK-QTD-ROTAS
       ELSE
           MOVE WRK-NOME-ORIGEM TO WRK-NOME-COPIA
           MOVE ZEROS TO WRK-PULAR
           PERFORM 0400-IMPRIMIR-COPIA THRU 0400-IMPRIMIR-COPIA-EXIT
       END-IF.

       0300-ATENDER-PEDIDO-FIM.
       IF WRK-COPIA-IMPRESSA-OK
           SET REL-IP-IMPRESSO TO TRUE
       ELSE
           SET REL-IP-REJEITADO TO TRUE
       END-IF
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DATA-SISTEMA-N TO REL-IP-DATA
       MOVE REL-IMPRESSAO-REC TO WRK-TAB-PED (WRK-PED-IDX).

       0300-ATENDER-PEDIDO-EXIT.
       EXIT.

       0310-LOCALIZAR-RELATORIO.
       SET WRK-CFG-IDX TO 1
       SEARCH WRK-TAB-CFG
           AT END
               MOVE 'RELATORIO NAO CADASTRADO' TO WRK-MOTIVO
           WHEN WRK-CFG-IDX > WRK-QTD-CONFIG
               MOVE 'RELATORIO NAO CADASTRADO' TO WRK-MOTIVO
           WHEN WRK-TAB-CFG-ID (WRK-CFG-IDX) = REL-IP-ID
               MOVE WRK-TAB-CFG-ARQUIVO (WRK-CFG-IDX)
                   TO WRK-NOME-ORIGEM
       END-SEARCH.

       0320-VALIDAR-FORMULARIO.
       MOVE 'N' TO WRK-ACHOU
       PERFORM VARYING WRK-FRM-IDX FROM 1 BY 1
               UNTIL WRK-FRM-IDX > WRK-QTD-FORMULARIOS OR WRK-ACHOU-OK
           MOVE WRK-TAB-FRM (WRK-FRM-IDX) TO REL-FORMULARIO-REC
           IF REL-FM-ID = REL-IP-ID
               MOVE 'S' TO WRK-ACHOU
           END-IF
       END-PERFORM
       IF NOT WRK-ACHOU-OK
           MOVE 'SEM DEFINICAO DE FORMULARIO' TO WRK-MOTIVO
       ELSE
           IF REL-FM-LINHAS-PAGINA NOT NUMERIC
              OR REL-FM-LINHAS-PAGINA = ZEROS
               MOVE 60 TO WRK-LINHAS-PAGINA
           ELSE
               MOVE REL-FM-LINHAS-PAGINA TO WRK-LINHAS-PAGINA
           END-IF
           IF REL-FM-LINHAS-CABECALHO NOT NUMERIC
               MOVE ZEROS TO REL-FM-LINHAS-CABECALHO
           END-IF
           COMPUTE WRK-CAPACIDADE = WRK-LINHAS-PAGINA - 3
               - REL-FM-LINHAS-CABECALHO
           IF REL-FM-COM-TOTAIS
               SUBTRACT 3 FROM WRK-CAPACIDADE
           END-IF
           EVALUATE TRUE
               WHEN REL-FM-LINHAS-CABECALHO > 10
                   MOVE 'CABECALHO COM MAIS DE 10 LINHAS'
                       TO WRK-MOTIVO
               WHEN WRK-CAPACIDADE < 1
                   MOVE 'PAGINA SEM ESPACO PARA LINHAS' TO WRK-MOTIVO
               WHEN REL-FM-COM-TOTAIS
                   PERFORM 0325-VALIDAR-TOTAL
           END-EVALUATE
       END-IF.

       0325-VALIDAR-TOTAL.
       IF REL-FM-TOTAL-POSICAO NOT NUMERIC
          OR REL-FM-TOTAL-TAMANHO NOT NUMERIC
          OR REL-FM-TOTAL-POSICAO = ZEROS
          OR REL-FM-TOTAL-TAMANHO = ZEROS
          OR REL-FM-TOTAL-TAMANHO > 15
          OR REL-FM-TOTAL-POSICAO + REL-FM-TOTAL-TAMANHO > 133
           MOVE 'COLUNA DE TOTAL INVALIDA' TO WRK-MOTIVO
       END-IF
       MOVE 10 TO WRK-TAM-MARCA
       PERFORM UNTIL WRK-TAM-MARCA = 0
               OR REL-FM-MARCA (WRK-TAM-MARCA:1) NOT = SPACE
           SUBTRACT 1 FROM WRK-TAM-MARCA
       END-PERFORM
       IF WRK-TAM-MARCA > 0
          AND (REL-FM-MARCA-POSICAO NOT NUMERIC
               OR REL-FM-MARCA-POSICAO = ZEROS
               OR REL-FM-MARCA-POSICAO + WRK-TAM-MARCA > 133)
           MOVE 'MARCA DE TOTAL INVALIDA' TO WRK-MOTIVO
       END-IF.

       0330-OBTER-EMPRESA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-VALIDAR TO TRUE
       IF REL-FM-EMPRESA NOT NUMERIC OR REL-FM-EMPRESA = ZEROS
           MOVE SIS-EMPRESA-MATRIZ TO SIS-EP-EMPRESA
       ELSE
           MOVE REL-FM-EMPRESA TO SIS-EP-EMPRESA
       END-IF
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       IF SIS-EP-NOME = SPACES
           MOVE SPACES TO WRK-NOME-EMPRESA
           STRING 'EMPRESA ' DELIMITED BY SIZE
               SIS-EP-EMPRESA DELIMITED BY SIZE
               INTO WRK-NOME-EMPRESA
       ELSE
           MOVE SIS-EP-NOME TO WRK-NOME-EMPRESA
       END-IF.

       0340-IMPRIMIR-ROTA.
       MOVE WRK-TAB-ROTA-DEPTO (WRK-ROTA-IDX) TO WRK-DEPARTAMENTO
       MOVE WRK-TAB-ROTA-DEST (WRK-ROTA-IDX) TO WRK-DESTINATARIO
       MOVE SPACES TO WRK-NOME-COPIA
       STRING 'REL' DELIMITED BY SIZE
           WRK-DEPARTAMENTO DELIMITED BY SPACE
           '.DAT' DELIMITED BY SIZE
           INTO WRK-NOME-COPIA
       MOVE 1 TO WRK-PULAR
       PERFORM 0400-IMPRIMIR-COPIA THRU 0400-IMPRIMIR-COPIA-EXIT.

       0350-CONFERIR-SENSIVEL.
       MOVE 'N' TO WRK-SENSIVEL
       PERFORM VARYING SIS-AC-SEN-IDX FROM 1 BY 1
               UNTIL SIS-AC-SEN-IDX > SIS-AC-QTD-SENSIVEIS
           IF WRK-NOME-ORIGEM
                   (1:SIS-AC-SEN-TAMANHO (SIS-AC-SEN-IDX)) =
              SIS-AC-SEN-PREFIXO (SIS-AC-SEN-IDX)
                   (1:SIS-AC-SEN-TAMANHO (SIS-AC-SEN-IDX))
               MOVE 'S' TO WRK-SENSIVEL
           END-IF
       END-PERFORM
       IF WRK-SENSIVEL-OK
           MOVE SPACES TO SIS-ACESSO-REC
           MOVE REL-IP-USUARIO TO SIS-AC-USUARIO
           MOVE 'REL-SPOOL' TO SIS-AC-PROGRAMA
           MOVE WRK-NOME-ORIGEM TO SIS-AC-ARQUIVO
           MOVE ZEROS TO SIS-AC-MATRICULA
           CALL 'SIS-ACESSO' USING SIS-ACESSO-REC
       END-IF.

       0390-REJEITAR-COPIA.
       ADD 1 TO WRK-QT-REJEITADAS
       MOVE ZEROS TO WRK-TOTAL-PAGINAS
       MOVE ZEROS TO WRK-QT-LIDAS
       SET REL-SL-REJEITADO TO TRUE
       PERFORM 0690-GRAVAR-LOG.

      *    first pass counts the lines so every page knows the total
       0400-IMPRIMIR-COPIA.
       MOVE ZEROS TO WRK-QT-LINHAS-ARQ
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT REL-ORIGEM-FILE
       IF WRK-ORIGEM-STATUS NOT = '00'
           MOVE 'ARQUIVO DO RELATORIO AUSENTE' TO WRK-MOTIVO
           PERFORM 0390-REJEITAR-COPIA
           GO TO 0400-IMPRIMIR-COPIA-EXIT
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ REL-ORIGEM-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END ADD 1 TO WRK-QT-LINHAS-ARQ
           END-READ
       END-PERFORM
       CLOSE REL-ORIGEM-FILE
       COMPUTE WRK-QT-CORPO = WRK-QT-LINHAS-ARQ - WRK-PULAR
           - REL-FM-LINHAS-CABECALHO
       IF WRK-QT-CORPO < 0
           MOVE ZEROS TO WRK-QT-CORPO
       END-IF
       COMPUTE WRK-TOTAL-PAGINAS =
           (WRK-QT-CORPO + WRK-CAPACIDADE - 1) / WRK-CAPACIDADE
       IF WRK-TOTAL-PAGINAS = 0
           MOVE 1 TO WRK-TOTAL-PAGINAS
       END-IF

       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT REL-ORIGEM-FILE
       PERFORM 0420-LER-CABECALHO
       PERFORM 0500-IMPRIMIR-BANNER
       MOVE ZEROS TO WRK-PAGINA
       MOVE ZEROS TO WRK-QT-LIDAS
       MOVE ZEROS TO WRK-TOTAL-PAGINA
       MOVE ZEROS TO WRK-TOTAL-ACUMULADO
       MOVE WRK-CAPACIDADE TO WRK-LINHAS-NA-PAGINA
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
           READ REL-ORIGEM-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END PERFORM 0450-IMPRIMIR-LINHA
           END-READ
       END-PERFORM
       CLOSE REL-ORIGEM-FILE
       IF WRK-PAGINA = 0
           PERFORM 0550-ABRIR-PAGINA
       END-IF
       PERFORM 0560-FECHAR-PAGINA

       MOVE 'S' TO WRK-COPIA-IMPRESSA
       ADD 1 TO WRK-QT-COPIAS
       ADD WRK-TOTAL-PAGINAS TO WRK-QT-PAGINAS
       MOVE SPACES TO WRK-MOTIVO
       SET REL-SL-IMPRESSO TO TRUE
       PERFORM 0690-GRAVAR-LOG.

       0400-IMPRIMIR-COPIA-EXIT.
       EXIT.

       0420-LER-CABECALHO.
       MOVE SPACES TO WRK-TABELA-CABECALHO
       MOVE ZEROS TO WRK-QTD-CABECALHO
       IF WRK-PULAR > 0
           READ REL-ORIGEM-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ
       END-IF
       PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               OR WRK-QTD-CABECALHO >= REL-FM-LINHAS-CABECALHO
           READ REL-ORIGEM-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-CABECALHO
                   MOVE REL-ORIGEM-LINHA
                       TO WRK-TAB-CAB (WRK-QTD-CABECALHO)
           END-READ
       END-PERFORM.

       0450-IMPRIMIR-LINHA.
       IF WRK-LINHAS-NA-PAGINA >= WRK-CAPACIDADE
           IF WRK-PAGINA > 0
               PERFORM 0560-FECHAR-PAGINA
           END-IF
           PERFORM 0550-ABRIR-PAGINA
       END-IF
       WRITE REL-SAIDA-LINHA FROM REL-ORIGEM-LINHA
           AFTER ADVANCING 1 LINE
       ADD 1 TO WRK-LINHAS-NA-PAGINA
       ADD 1 TO WRK-QT-LIDAS
       IF REL-FM-COM-TOTAIS
           PERFORM 0600-SOMAR-LINHA THRU 0600-SOMAR-LINHA-EXIT
       END-IF.

       0500-IMPRIMIR-BANNER.
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-ASTERISCOS
           AFTER ADVANCING PAGE
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BRANCO
           AFTER ADVANCING 1 LINE
       MOVE 'DESTINATARIO..: ' TO WRK-LB-ROTULO
       MOVE WRK-DESTINATARIO TO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       MOVE 'DEPARTAMENTO..: ' TO WRK-LB-ROTULO
       MOVE WRK-DEPARTAMENTO TO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       MOVE 'RELATORIO.....: ' TO WRK-LB-ROTULO
       MOVE SPACES TO WRK-LB-VALOR
       STRING REL-IP-ID DELIMITED BY SPACE
           ' - ' DELIMITED BY SIZE
           REL-FM-TITULO DELIMITED BY SIZE
           INTO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       MOVE 'ARQUIVO.......: ' TO WRK-LB-ROTULO
       MOVE WRK-NOME-COPIA TO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       MOVE 'EMPRESA.......: ' TO WRK-LB-ROTULO
       MOVE WRK-NOME-EMPRESA TO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       MOVE 'DATA-BASE.....: ' TO WRK-LB-ROTULO
       MOVE WRK-LT-DATA TO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       MOVE 'PAGINAS.......: ' TO WRK-LB-ROTULO
       MOVE WRK-TOTAL-PAGINAS TO WRK-LE-TOTAL
       MOVE WRK-LE-TOTAL TO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DT-DIA TO WRK-DE-DIA
       MOVE WRK-DT-MES TO WRK-DE-MES
       MOVE WRK-DT-ANO TO WRK-DE-ANO
       MOVE 'SOLICITADO POR: ' TO WRK-LB-ROTULO
       MOVE SPACES TO WRK-LB-VALOR
       STRING REL-IP-USUARIO DELIMITED BY SPACE
           ' EM ' DELIMITED BY SIZE
           WRK-DATA-EDITADA DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WRK-HR-HORA DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WRK-HR-MIN DELIMITED BY SIZE
           INTO WRK-LB-VALOR
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BANNER
           AFTER ADVANCING 1 LINE
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-BRANCO
           AFTER ADVANCING 1 LINE
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-ASTERISCOS
           AFTER ADVANCING 1 LINE.

       0550-ABRIR-PAGINA.
       ADD 1 TO WRK-PAGINA
       MOVE ZEROS TO WRK-LINHAS-NA-PAGINA
       MOVE ZEROS TO WRK-TOTAL-PAGINA
       MOVE WRK-NOME-EMPRESA TO WRK-LE-EMPRESA
       MOVE WRK-PAGINA TO WRK-LE-PAGINA
       MOVE WRK-TOTAL-PAGINAS TO WRK-LE-TOTAL
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-EMPRESA
           AFTER ADVANCING PAGE
       MOVE REL-FM-TITULO TO WRK-LT-TITULO
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-TITULO
           AFTER ADVANCING 1 LINE
       WRITE REL-SAIDA-LINHA FROM WRK-LINHA-SEPARADOR
           AFTER ADVANCING 1 LINE
       PERFORM VARYING WRK-CAB-IDX FROM 1 BY 1
               UNTIL WRK-CAB-IDX > WRK-QTD-CABECALHO
           WRITE REL-SAIDA-LINHA FROM WRK-TAB-CAB (WRK-CAB-IDX)
               AFTER ADVANCING 1 LINE
       END-PERFORM
       IF REL-FM-COM-TOTAIS AND WRK-PAGINA > 1
           MOVE 'TRANSPORTE..........:' TO WRK-LV-DESCRICAO
           MOVE WRK-TOTAL-ACUMULADO TO WRK-LV-VALOR
           WRITE REL-SAIDA-LINHA FROM WRK-LINHA-VALOR
               AFTER ADVANCING 1 LINE
       END-IF.

       0560-FECHAR-PAGINA.
       IF REL-FM-COM-TOTAIS
           WRITE REL-SAIDA-LINHA FROM WRK-LINHA-SEPARADOR
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DA PAGINA.....:' TO WRK-LV-DESCRICAO
           MOVE WRK-TOTAL-PAGINA TO WRK-LV-VALOR
           WRITE REL-SAIDA-LINHA FROM WRK-LINHA-VALOR
               AFTER ADVANCING 1 LINE
           IF WRK-PAGINA < WRK-TOTAL-PAGINAS
               MOVE 'A TRANSPORTAR.......:' TO WRK-LV-DESCRICAO
           ELSE
               MOVE 'TOTAL GERAL.........:' TO WRK-LV-DESCRICAO
           END-IF
           MOVE WRK-TOTAL-ACUMULADO TO WRK-LV-VALOR
           WRITE REL-SAIDA-LINHA FROM WRK-LINHA-VALOR
               AFTER ADVANCING 1 LINE
       END-IF.

      *    amount column of a marked line, edited as the report
      *    prints it (sign, thousands points, decimal comma)
       0600-SOMAR-LINHA.
       IF WRK-TAM-MARCA > 0
           IF REL-ORIGEM-LINHA (REL-FM-MARCA-POSICAO:WRK-TAM-MARCA)
                   NOT = REL-FM-MARCA (1:WRK-TAM-MARCA)
               GO TO 0600-SOMAR-LINHA-EXIT
           END-IF
       END-IF
       MOVE SPACES TO WRK-CAMPO-VALOR
       MOVE REL-ORIGEM-LINHA
               (REL-FM-TOTAL-POSICAO:REL-FM-TOTAL-TAMANHO)
           TO WRK-CAMPO-VALOR
       MOVE ZEROS TO WRK-VL-ACUMULADOR
       MOVE ZEROS TO WRK-VL-DECIMAIS
       MOVE 'N' TO WRK-TEM-DIGITO
       MOVE 'N' TO WRK-VIRGULA
       MOVE 'N' TO WRK-NEGATIVO
       PERFORM 0610-LER-CARACTER
           VARYING WRK-POSICAO FROM 1 BY 1
           UNTIL WRK-POSICAO > REL-FM-TOTAL-TAMANHO
       IF WRK-TEM-DIGITO-OK
           COMPUTE WRK-VL-LINHA =
               WRK-VL-ACUMULADOR / (10 ** WRK-VL-DECIMAIS)
           IF WRK-NEGATIVO-OK
               COMPUTE WRK-VL-LINHA = 0 - WRK-VL-LINHA
           END-IF
           ADD WRK-VL-LINHA TO WRK-TOTAL-PAGINA
           ADD WRK-VL-LINHA TO WRK-TOTAL-ACUMULADO
       END-IF.

       0600-SOMAR-LINHA-EXIT.
       EXIT.

       0610-LER-CARACTER.
       MOVE WRK-CAMPO-VALOR (WRK-POSICAO:1) TO WRK-CARACTER
       EVALUATE TRUE
           WHEN WRK-CARACTER IS NUMERIC
               MOVE WRK-CARACTER TO WRK-DIGITO-X
               COMPUTE WRK-VL-ACUMULADOR =
                   WRK-VL-ACUMULADOR * 10 + WRK-DIGITO-N
               MOVE 'S' TO WRK-TEM-DIGITO
               IF WRK-VIRGULA-OK
                   ADD 1 TO WRK-VL-DECIMAIS
               END-IF
           WHEN WRK-CARACTER = ','
               MOVE 'S' TO WRK-VIRGULA
           WHEN WRK-CARACTER = '-'
               MOVE 'S' TO WRK-NEGATIVO
       END-EVALUATE.

       0690-GRAVAR-LOG.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       ACCEPT WRK-HORA-SISTEMA FROM TIME
       MOVE WRK-DATA-SISTEMA-N TO REL-SL-DATA
       MOVE WRK-HR-HHMMSS TO REL-SL-HORA
       MOVE REL-IP-ID TO REL-SL-ID
       MOVE WRK-NOME-COPIA TO REL-SL-ARQUIVO
       MOVE WRK-DESTINATARIO TO REL-SL-DESTINATARIO
       MOVE REL-IP-USUARIO TO REL-SL-USUARIO
       MOVE WRK-TOTAL-PAGINAS TO REL-SL-PAGINAS
       MOVE WRK-QT-LIDAS TO REL-SL-LINHAS
       MOVE WRK-MOTIVO TO REL-SL-MOTIVO
       MOVE REL-SPOOL-LOG-REC TO REL-SPOOL-LOG-LINHA
       WRITE REL-SPOOL-LOG-LINHA.

       0700-GRAVAR-PEDIDOS.
       OPEN OUTPUT REL-IMPRESSAO-FILE
       PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
               UNTIL WRK-PED-IDX > WRK-QTD-PEDIDOS
           MOVE WRK-TAB-PED (WRK-PED-IDX) TO REL-IMPRESSAO-LINHA
           WRITE REL-IMPRESSAO-LINHA
       END-PERFORM
       CLOSE REL-IMPRESSAO-FILE.

       0900-FECHAR-ARQUIVOS.
       CLOSE REL-SAIDA-FILE
       CLOSE REL-SPOOL-LOG-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
