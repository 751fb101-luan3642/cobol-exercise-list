      *          credit EX2V2-TRANSACAO-REC entries dated today and
      *          marked liberado; the report EX2V2VENCREL.DAT lists
      *          what was released and the maturity schedule of the
      *          items landing in the next seven days. Each posting
      *          carries the company that owns the item's caixa,
      *          found through SIS-EMPRESA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 EX2V2-CUSTODIA-LINHA PIC X(36).

       FD  EX2V2-TRANSACOES-FILE.
       01 EX2V2-TRANSACOES-LINHA PIC X(53).

       FD  EX2V2-VENC-REL-FILE.
       01 EX2V2-VENC-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX2V2REC.
       COPY SISEMPREC.

       77 WRK-CUSTODIA-STATUS  PIC X(02) VALUE '00'.
       77 WRK-TRN-STATUS       PIC X(02) VALUE '00'.
       MOVE SPACES TO EX2V2-TX-TIPO
       MOVE SPACES TO EX2V2-TX-CAIXA-DESTINO
       MOVE EX2V2-CU-REFERENCIA TO EX2V2-TX-REFERENCIA
       PERFORM 0410-EMPRESA-DO-CAIXA
       MOVE EX2V2-TRANSACAO-REC TO EX2V2-TRANSACOES-LINHA
       WRITE EX2V2-TRANSACOES-LINHA.

      *    the company of a transaction is that of its caixa
       0410-EMPRESA-DO-CAIXA.
       MOVE SPACES TO SIS-EMPRESA-PEDIDO
       SET SIS-EP-DONA-CAIXA TO TRUE
       MOVE EX2V2-TX-CAIXA TO SIS-EP-CAIXA
       CALL 'SIS-EMPRESA' USING SIS-EMPRESA-PEDIDO
       MOVE SIS-EP-EMPRESA TO EX2V2-TX-EMPRESA.

       0450-GRAVAR-LINHA-ITEM.
       MOVE EX2V2-CU-REFERENCIA TO WRK-LI-REFERENCIA
       MOVE EX2V2-CU-CAIXA TO WRK-LI-CAIXA
