      *          the employee extract, date valid, hora 0000-2359,
      *          sentido entrada/saida), duplicates within two minutes
      *          of one already accepted are dropped, the good ones
      *          are written to the keyed punch file EX26PONX.DAT
      *          (matricula + data + hora) - a punch already there,
      *          as when an export is imported twice, counts as a
      *          duplicate - EX26PONTO.DAT is rebuilt from it through
      *          EX26-EXTRATOR at the end, and converted,
      *          rejected and duplicate counts are reported per
      *          registered device - a reader that stopped
      *          transmitting shows up with zero counts.
           SELECT EX3-FUNCIONARIOS-FILE ASSIGN TO 'EX3FUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNC-STATUS.
           SELECT EX26-PONTO-IDX-FILE ASSIGN TO 'EX26PONX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX26-PX-CHAVE
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT EX26-IMP-REL-FILE ASSIGN TO 'EX26IMPREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  EX3-FUNCIONARIOS-FILE.
       01 EX3-FUNCIONARIOS-LINHA PIC X(19).

       FD  EX26-PONTO-IDX-FILE.
       01 EX26-PONTO-IDX-LINHA.
           05 EX26-PX-CHAVE PIC X(17).
           05 FILLER        PIC X(01).

       FD  EX26-IMP-REL-FILE.
       01 EX26-IMP-REL-LINHA PIC X(80).

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX26-DISPOSITIVO-FILE
       OPEN I-O EX26-PONTO-IDX-FILE
       IF WRK-PONTO-STATUS = '35'
           OPEN OUTPUT EX26-PONTO-IDX-FILE
           CLOSE EX26-PONTO-IDX-FILE
           OPEN I-O EX26-PONTO-IDX-FILE
       END-IF
       OPEN OUTPUT EX26-IMP-REL-FILE
       WRITE EX26-IMP-REL-LINHA FROM WRK-CABECALHO
           WHEN WRK-EH-DUPLICADO-OK
               ADD 1 TO WRK-TAB-DSP-DUPLICADOS (WRK-DSP-IDX)
           WHEN OTHER
               PERFORM 0500-GRAVAR-PONTO
       END-EVALUATE.

       MOVE WRK-DATA TO EX26-PT-DATA
       MOVE WRK-HORA TO EX26-PT-HORA
       MOVE WRK-CAMPO-SENTIDO TO EX26-PT-SENTIDO
       MOVE EX26-PONTO-REC TO EX26-PONTO-IDX-LINHA
       WRITE EX26-PONTO-IDX-LINHA
           INVALID KEY
               ADD 1 TO WRK-TAB-DSP-DUPLICADOS (WRK-DSP-IDX)
           NOT INVALID KEY
               ADD 1 TO WRK-TAB-DSP-CONVERTIDOS (WRK-DSP-IDX)
       END-WRITE.

       0800-RELATORIO-DISPOSITIVOS.
       WRITE EX26-IMP-REL-LINHA FROM WRK-LINHA-BRANCO

       0900-FECHAR-ARQUIVOS.
       CLOSE EX26-DISPOSITIVO-FILE
       CLOSE EX26-PONTO-IDX-FILE
       CLOSE EX26-IMP-REL-FILE
       CALL 'EX26-EXTRATOR'.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
