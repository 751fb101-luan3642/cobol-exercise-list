      *          flagged as consenting in EX12CONS.DAT, with a
      *          transmittal report totaling records sent and
      *          withheld. The raw history never leaves the building.
      *          Each employee sent is followed by the dependents
      *          flagged as health-plan members in the dependents
      *          master FUNCDPN.DAT, under the same anonymized id with
      *          their sequence and relationship and the age band from
      *          the birth date (the titular goes as sequence 00,
      *          relationship T); dependents with no birth date loaded
      *          are withheld and counted in the transmittal. The
      *          link between each anonymized id and sequence and the
      *          matricula is kept in-house in EX12SEGMAP.DAT (never
      *          sent) so EX12-SEG-RETORNO can match the insurer's
      *          return to the people sent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EX12-CONSENTE-FILE ASSIGN TO 'EX12CONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONSENTE-STATUS.
           SELECT FUNC-DEPENDENTE-FILE ASSIGN TO 'FUNCDPN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-DK-CHAVE
               FILE STATUS IS WRK-DEPENDENTE-STATUS.
           SELECT EX12-SEGURO-FILE ASSIGN TO 'EX12SEG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEGURO-STATUS.
           SELECT EX12-SEGMAPA-FILE ASSIGN TO 'EX12SEGMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAPA-STATUS.
           SELECT EX12-SEG-REL-FILE ASSIGN TO 'EX12SEGREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       FD  EX12-CONSENTE-FILE.
       01 EX12-CONSENTE-LINHA PIC X(06).

       FD  FUNC-DEPENDENTE-FILE.
       01 FUNC-DEPENDENTE-LINHA.
           05 FUNC-DK-CHAVE.
               10 FUNC-DK-MATRICULA PIC 9(05).
               10 FUNC-DK-SEQUENCIA PIC 9(02).
           05 FILLER               PIC X(52).

       FD  EX12-SEGURO-FILE.
       01 EX12-SEGURO-LINHA PIC X(39).

       FD  EX12-SEGMAPA-FILE.
       01 EX12-SEGMAPA-LINHA PIC X(27).

       FD  EX12-SEG-REL-FILE.
       01 EX12-SEG-REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       COPY EX12REC.
       COPY EX3REC.
       COPY FUNCREC.

       01 EX12-SEGURO-REC.
           05 EX12-SG-ID-ANONIMO PIC 9(06).
           05 EX12-SG-FAIXA      PIC X(05).
           05 EX12-SG-IMC        PIC 9(03)V99.
           05 EX12-SG-CATEGORIA  PIC X(20).
           05 EX12-SG-SEQUENCIA  PIC 9(02).
           05 EX12-SG-PARENTESCO PIC X(01).

       01 EX12-CONSENTE-REC.
           05 EX12-CO-MATRICULA  PIC 9(05).
       77 WRK-FUNC-STATUS      PIC X(02) VALUE '00'.
       77 WRK-CONSENTE-STATUS  PIC X(02) VALUE '00'.
       77 WRK-SEGURO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-MAPA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-DEPENDENTE-STATUS PIC X(02) VALUE '00'.
       77 WRK-DEPENDENTE-ABERTO PIC X(01) VALUE 'N'.
           88 WRK-DEPENDENTE-ABERTO-OK VALUE 'S'.
       77 WRK-FIM-DEPENDENTES PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEPENDENTES-OK VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.

       77 WRK-SEQUENCIA-ANONIMA PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ENVIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEP-ENVIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEP-RETIDOS  PIC 9(05) VALUE ZEROS.
       01 WRK-NASCIMENTO.
           05 WRK-NS-ANO  PIC 9(04).
           05 WRK-NS-MES  PIC 9(02).
           05 WRK-NS-DIA  PIC 9(02).

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
       PERFORM 0150-CARREGAR-ULTIMOS.
       PERFORM 0160-CARREGAR-IDADES.
       PERFORM 0170-CARREGAR-CONSENTES.
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       PERFORM 0300-GERAR-REMESSA.
       PERFORM 0800-RELATORIO-TRANSMITAL.
       STOP RUN.

       0300-GERAR-REMESSA.
       OPEN OUTPUT EX12-SEGURO-FILE
       OPEN OUTPUT EX12-SEGMAPA-FILE
       OPEN INPUT FUNC-DEPENDENTE-FILE
       IF WRK-DEPENDENTE-STATUS = '00'
           MOVE 'S' TO WRK-DEPENDENTE-ABERTO
       END-IF
       PERFORM 0350-TRATAR-EMPREGADO
           THRU 0350-TRATAR-EMPREGADO-EXIT
           VARYING WRK-ULT-IDX FROM 1 BY 1
           UNTIL WRK-ULT-IDX > WRK-QTD-ULTIMOS
       IF WRK-DEPENDENTE-ABERTO-OK
           CLOSE FUNC-DEPENDENTE-FILE
       END-IF
       CLOSE EX12-SEGURO-FILE
       CLOSE EX12-SEGMAPA-FILE.

       0350-TRATAR-EMPREGADO.
       MOVE 'N' TO WRK-ACHOU
       ADD 1 TO WRK-SEQUENCIA-ANONIMA
       ADD 1 TO WRK-QT-ENVIADOS
       MOVE WRK-SEQUENCIA-ANONIMA TO EX12-SG-ID-ANONIMO
       PERFORM 0360-FAIXA-ETARIA
       MOVE WRK-TAB-ULT-IMC (WRK-ULT-IDX) TO EX12-SG-IMC
       MOVE WRK-TAB-ULT-CATEGORIA (WRK-ULT-IDX) TO EX12-SG-CATEGORIA
       MOVE ZEROS TO EX12-SG-SEQUENCIA
       MOVE 'T' TO EX12-SG-PARENTESCO
       MOVE EX12-SEGURO-REC TO EX12-SEGURO-LINHA
       WRITE EX12-SEGURO-LINHA
       PERFORM 0390-GRAVAR-MAPA
       IF WRK-DEPENDENTE-ABERTO-OK
           PERFORM 0370-ENVIAR-DEPENDENTES
       END-IF.

       0350-TRATAR-EMPREGADO-EXIT.
       EXIT.

       0360-FAIXA-ETARIA.
       EVALUATE TRUE
           WHEN WRK-IDADE <= 24
               MOVE '00-24' TO EX12-SG-FAIXA
               MOVE '41-60' TO EX12-SG-FAIXA
           WHEN OTHER
               MOVE '61-99' TO EX12-SG-FAIXA
       END-EVALUATE.

       0370-ENVIAR-DEPENDENTES.
       MOVE 'N' TO WRK-FIM-DEPENDENTES
       MOVE WRK-TAB-ULT-MATRICULA (WRK-ULT-IDX) TO FUNC-DK-MATRICULA
       MOVE ZEROS TO FUNC-DK-SEQUENCIA
       START FUNC-DEPENDENTE-FILE KEY NOT < FUNC-DK-CHAVE
           INVALID KEY MOVE 'S' TO WRK-FIM-DEPENDENTES
       END-START
       PERFORM UNTIL WRK-FIM-DEPENDENTES-OK
           READ FUNC-DEPENDENTE-FILE NEXT RECORD
               INTO FUNC-DEPENDENTE-REC
               AT END MOVE 'S' TO WRK-FIM-DEPENDENTES
               NOT AT END
                   IF FUNC-DN-MATRICULA
                           NOT = WRK-TAB-ULT-MATRICULA (WRK-ULT-IDX)
                       MOVE 'S' TO WRK-FIM-DEPENDENTES
                   ELSE
                       IF FUNC-DN-NO-PLANO
                           PERFORM 0380-ENVIAR-DEPENDENTE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

       0380-ENVIAR-DEPENDENTE.
       IF FUNC-DN-DATA-NASCIMENTO = ZEROS
           ADD 1 TO WRK-QT-DEP-RETIDOS
       ELSE
           MOVE FUNC-DN-DATA-NASCIMENTO TO WRK-NASCIMENTO
           IF WRK-NS-ANO > WRK-DT-ANO
               MOVE ZEROS TO WRK-IDADE
           ELSE
               COMPUTE WRK-IDADE = WRK-DT-ANO - WRK-NS-ANO
               IF WRK-IDADE > ZEROS
                  AND (WRK-DT-MES < WRK-NS-MES
                   OR (WRK-DT-MES = WRK-NS-MES
                       AND WRK-DT-DIA < WRK-NS-DIA))
                   SUBTRACT 1 FROM WRK-IDADE
               END-IF
           END-IF
           PERFORM 0360-FAIXA-ETARIA
           MOVE ZEROS TO EX12-SG-IMC
           MOVE 'DEPENDENTE' TO EX12-SG-CATEGORIA
           MOVE FUNC-DN-SEQUENCIA TO EX12-SG-SEQUENCIA
           MOVE FUNC-DN-PARENTESCO TO EX12-SG-PARENTESCO
           MOVE EX12-SEGURO-REC TO EX12-SEGURO-LINHA
           WRITE EX12-SEGURO-LINHA
           PERFORM 0390-GRAVAR-MAPA
           ADD 1 TO WRK-QT-DEP-ENVIADOS
       END-IF.

       0390-GRAVAR-MAPA.
       MOVE EX12-SG-ID-ANONIMO TO EX12-SM-ID-ANONIMO
       MOVE EX12-SG-SEQUENCIA TO EX12-SM-SEQUENCIA
       MOVE WRK-TAB-ULT-MATRICULA (WRK-ULT-IDX) TO EX12-SM-MATRICULA
       MOVE EX12-SG-PARENTESCO TO EX12-SM-PARENTESCO
       MOVE EX12-SG-FAIXA TO EX12-SM-FAIXA
       MOVE WRK-DATA-SISTEMA TO EX12-SM-DATA-REMESSA
       MOVE EX12-SEGMAPA-REC TO EX12-SEGMAPA-LINHA
       WRITE EX12-SEGMAPA-LINHA.

       0800-RELATORIO-TRANSMITAL.
       OPEN OUTPUT EX12-SEG-REL-FILE
       WRITE EX12-SEG-REL-LINHA FROM WRK-CABECALHO
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
           WRK-QT-RETIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEG-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DEPENDENTES ENVIADOS..: ' DELIMITED BY SIZE
           WRK-QT-DEP-ENVIADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEG-REL-LINHA FROM WRK-LINHA-RESUMO

       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DEPENDENTES RETIDOS...: ' DELIMITED BY SIZE
           WRK-QT-DEP-RETIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEG-REL-LINHA FROM WRK-LINHA-RESUMO
       CLOSE EX12-SEG-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
