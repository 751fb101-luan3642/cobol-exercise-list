      ******************************************************************
      * Record layouts for the report-generation subsystem
      * (report configuration RELCFG.DAT, run catalog RELCAT.DAT),
      * and for the print spool REL-SPOOL: the form definition of a
      * registered report RELFORM.DAT (lines per page, how many of
      * the report's first lines are the column headings repeated
      * on every page, title, company of the header and, optionally,
      * the amount column totaled page by page with the text that
      * marks the lines to total), the print requests RELIMP.DAT
      * (report id, user, pendente/impresso/rejeitado) and the spool
      * log RELIMPLOG.DAT - one line per copy printed or refused.
      ******************************************************************
       01 REL-CONFIG-REC.
           05 REL-CF-ID          PIC X(08).
           05 REL-CT-SITUACAO    PIC X(01).
               88 REL-CT-ONLINE   VALUE 'O'.
               88 REL-CT-EXPIRADA VALUE 'E'.

       01 REL-FORMULARIO-REC.
           05 REL-FM-ID              PIC X(08).
           05 REL-FM-LINHAS-PAGINA   PIC 9(03).
           05 REL-FM-LINHAS-CABECALHO PIC 9(02).
           05 REL-FM-TITULO          PIC X(40).
           05 REL-FM-EMPRESA         PIC 9(02).
           05 REL-FM-TOTALIZA        PIC X(01).
               88 REL-FM-COM-TOTAIS  VALUE 'S'.
           05 REL-FM-TOTAL-POSICAO   PIC 9(03).
           05 REL-FM-TOTAL-TAMANHO   PIC 9(02).
           05 REL-FM-MARCA-POSICAO   PIC 9(03).
           05 REL-FM-MARCA           PIC X(10).

       01 REL-IMPRESSAO-REC.
           05 REL-IP-ID          PIC X(08).
           05 REL-IP-USUARIO     PIC X(10).
           05 REL-IP-SITUACAO    PIC X(01).
               88 REL-IP-PENDENTE  VALUE 'P'.
               88 REL-IP-IMPRESSO  VALUE 'I'.
               88 REL-IP-REJEITADO VALUE 'R'.
           05 REL-IP-DATA        PIC 9(08).

       01 REL-SPOOL-LOG-REC.
           05 REL-SL-DATA         PIC 9(08).
           05 REL-SL-HORA         PIC 9(06).
           05 REL-SL-ID           PIC X(08).
           05 REL-SL-ARQUIVO      PIC X(20).
           05 REL-SL-DESTINATARIO PIC X(20).
           05 REL-SL-USUARIO      PIC X(10).
           05 REL-SL-PAGINAS      PIC 9(04).
           05 REL-SL-LINHAS       PIC 9(06).
           05 REL-SL-SITUACAO     PIC X(01).
               88 REL-SL-IMPRESSO  VALUE 'I'.
               88 REL-SL-REJEITADO VALUE 'R'.
           05 REL-SL-MOTIVO       PIC X(30).
