      *          master) are always copied, since a count tells
      *          nothing about their content. Clearing BKPINC.DAT
      *          (the weekly practice) forces the full set. After the EX12HIST corruption there must
      *          always be something to restore from. A verified copy
      *          of the master leaves a mark (set date and record
      *          count) in the change journal FUNCJRN.DAT through
      *          FUNC-JORNAL, so FUNC-RECUPERA knows from which entry
      *          to roll the copy forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  FUNC-MASTER-FILE.
       01 FUNC-MASTER-LINHA.
           05 FUNC-MT-MATRICULA PIC 9(05).
           05 FILLER            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FUNCREC.

       01 BKP-MANIFESTO-REC.
           05 BKP-MN-DATA      PIC 9(08).
           05 BKP-MN-ARQUIVO   PIC X(12).

           PERFORM 0400-CONFERIR-COPIA
           PERFORM 0650-GRAVAR-MANIFESTO-MASTER
           IF WRK-QT-CONFERIDOS = WRK-QT-COPIADOS
               PERFORM 0660-MARCAR-JORNAL
           END-IF
       END-IF.

      *    entries after this mark are not in the copy just taken
       0660-MARCAR-JORNAL.
       MOVE SPACES TO FUNC-JORNAL-REC
       MOVE 'SIS-BACKUP' TO FUNC-JR-PROGRAMA
       SET FUNC-JR-MARCA-BACKUP TO TRUE
       MOVE WRK-DATA-HOJE-N TO FUNC-JR-MC-DATA-SET
       MOVE WRK-QT-COPIADOS TO FUNC-JR-MC-QTD
       CALL 'FUNC-JORNAL' USING FUNC-JORNAL-REC.

       0650-GRAVAR-MANIFESTO-MASTER.
       OPEN EXTEND BKP-MANIFESTO-FILE
       IF WRK-MANIFESTO-STATUS = '35'
