           MOVE WRK-NUM1 TO EX2-LG-NUM1
           MOVE WRK-NUM2 TO EX2-LG-NUM2
           MOVE WRK-RESULT TO EX2-LG-RESULT
           MOVE SPACES TO EX2-LG-SCRIPT EX2-LG-NOME EX2-LG-SITUACAO
               EX2-LG-REF1 EX2-LG-REF2
           MOVE ZEROS TO EX2-LG-PASSO
           MOVE EX2-LEDGER-REC TO EX2-LEDGER-LINHA
           WRITE EX2-LEDGER-LINHA.

