           05 FILLER PIC X(28) VALUE 'EX26PONTO.DAT       018A0017'.
           05 FILLER PIC X(28) VALUE 'EX2OPER.DAT         017A0001'.
           05 FILLER PIC X(28) VALUE 'EX34OPER.DAT        017A0001'.
           05 FILLER PIC X(28) VALUE 'EX54MED.DAT         021A0007'.
       01 WRK-TABELA-VERIF-RED REDEFINES WRK-TABELA-VERIFICACOES.
           05 WRK-TAB-VRF OCCURS 6 TIMES
               INDEXED BY WRK-VRF-IDX.
