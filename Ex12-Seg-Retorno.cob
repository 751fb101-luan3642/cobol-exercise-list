      ******************************************************************
      * Author:
      * Date:
      * Purpose: health-plan insurer return processing for the
      *          EX12-SEGURADORA remittance - reads the insurer's
      *          return EX12SEGRET.DAT (one detail per member sent:
      *          anonymized id and sequence, A=aceito or R=rejeitado
      *          with reason code and description, coverage start and
      *          monthly premium; a trailer with the invoice total)
      *          and matches each detail back to the matricula through
      *          the in-house crosswalk EX12SEGMAP.DAT written with
      *          the remittance. Writes the coverage of every member
      *          answered to EX12COB.DAT (matricula, sequence,
      *          relationship, age band, situation, reason, coverage
      *          start, premium charged and premium expected from the
      *          age-band table EX12SEGPRM.DAT), lists the rejected
      *          members with the reason, the details that match no
      *          member sent and the members sent with no answer, and
      *          reconciles the premium: per member where the premium
      *          charged differs from the expected one, and the
      *          invoice total against the expected premium of the
      *          accepted members. Report in EX12SEGRETREL.DAT; any
      *          difference or unmatched detail ends the run with
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX12-SEG-RETORNO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EX12-SEGRET-FILE ASSIGN TO 'EX12SEGRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETORNO-STATUS.
           SELECT EX12-SEGMAPA-FILE ASSIGN TO 'EX12SEGMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAPA-STATUS.
           SELECT EX12-SEGPREMIO-FILE ASSIGN TO 'EX12SEGPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PREMIO-STATUS.
           SELECT EX12-COBERTURA-FILE ASSIGN TO 'EX12COB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBERTURA-STATUS.
           SELECT EX12-SEGRET-REL-FILE ASSIGN TO 'EX12SEGRETREL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EX12-SEGRET-FILE.
       01 EX12-SEGRET-LINHA PIC X(80).

       FD  EX12-SEGMAPA-FILE.
       01 EX12-SEGMAPA-LINHA PIC X(27).

       FD  EX12-SEGPREMIO-FILE.
       01 EX12-SEGPREMIO-LINHA PIC X(12).

       FD  EX12-COBERTURA-FILE.
       01 EX12-COBERTURA-LINHA PIC X(39).

       FD  EX12-SEGRET-REL-FILE.
       01 EX12-SEGRET-REL-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       COPY EX12REC.

       77 WRK-RETORNO-STATUS   PIC X(02) VALUE '00'.
       77 WRK-MAPA-STATUS      PIC X(02) VALUE '00'.
       77 WRK-PREMIO-STATUS    PIC X(02) VALUE '00'.
       77 WRK-COBERTURA-STATUS PIC X(02) VALUE '00'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-RETORNO PIC X(01) VALUE 'N'.
           88 WRK-FIM-RETORNO-OK VALUE 'S'.
       77 WRK-ACHOU PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-OK VALUE 'S'.
       77 WRK-TEM-TRAILER PIC X(01) VALUE 'N'.
           88 WRK-TEM-TRAILER-OK VALUE 'S'.

       01 WRK-TABELA-MAPA.
           05 WRK-TAB-MAP OCCURS 3000 TIMES
               INDEXED BY WRK-MAP-IDX.
               10 WRK-TAB-MAP-ID         PIC 9(06).
               10 WRK-TAB-MAP-SEQUENCIA  PIC 9(02).
               10 WRK-TAB-MAP-MATRICULA  PIC 9(05).
               10 WRK-TAB-MAP-PARENTESCO PIC X(01).
               10 WRK-TAB-MAP-FAIXA      PIC X(05).
               10 WRK-TAB-MAP-SITUACAO   PIC X(01).
               10 WRK-TAB-MAP-PREMIO     PIC 9(05)V99.
               10 WRK-TAB-MAP-ESPERADO   PIC 9(05)V99.
       77 WRK-QTD-MAPA PIC 9(04) VALUE ZEROS.

       01 WRK-TABELA-PREMIOS.
           05 WRK-TAB-PRE OCCURS 20 TIMES
               INDEXED BY WRK-PRE-IDX.
               10 WRK-TAB-PRE-FAIXA PIC X(05).
               10 WRK-TAB-PRE-VALOR PIC 9(05)V99.
       77 WRK-QTD-PREMIOS PIC 9(02) VALUE ZEROS.

       77 WRK-PREMIO-ESPERADO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DIFERENCA       PIC S9(11)V99 VALUE ZEROS.

       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ACEITOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-REMESSA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-RETORNO  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FATURA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-COBRADO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESPERADO    PIC 9(11)V99 VALUE ZEROS.

       01 WRK-DATA-SISTEMA.
           05 WRK-DT-ANO  PIC 9(04).
           05 WRK-DT-MES  PIC 9(02).
           05 WRK-DT-DIA  PIC 9(02).

       01 WRK-CABECALHO PIC X(60) VALUE
           'RETORNO DA SEGURADORA - EX12-SEG-RETORNO'.
       01 WRK-LINHA-DATA-RELATORIO.
           05 FILLER      PIC X(21) VALUE 'RELATORIO GERADO EM: '.
           05 WRK-LDR-DIA PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-MES PIC 99.
           05 FILLER      PIC X(01) VALUE '/'.
           05 WRK-LDR-ANO PIC 9999.
       01 WRK-TITULO-REJEITADOS PIC X(60) VALUE
           'MEMBROS REJEITADOS PELA SEGURADORA'.
       01 WRK-TITULO-CONCILIACAO PIC X(60) VALUE
           'CONCILIACAO DE PREMIO - DIFERENCAS POR MEMBRO'.
       01 WRK-LINHA-REJEITADO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LJ-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LJ-SEQUENCIA   PIC 99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-PARENTESCO  PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WRK-LJ-MOTIVO      PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LJ-MOTIVO-DESC PIC X(30).
       01 WRK-LINHA-SEM-REMESSA.
           05 FILLER            PIC X(12) VALUE 'ID ANONIMO: '.
           05 WRK-LS-ID          PIC 9(06).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LS-SEQUENCIA   PIC 99.
           05 FILLER            PIC X(30) VALUE
               '  RETORNO SEM MEMBRO ENVIADO  '.
       01 WRK-LINHA-DIFERENCA.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LF-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LF-SEQUENCIA   PIC 99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LF-FAIXA       PIC X(05).
           05 FILLER            PIC X(10) VALUE ' ESPERADO '.
           05 WRK-LF-ESPERADO    PIC ZZZZ9,99.
           05 FILLER            PIC X(09) VALUE ' COBRADO '.
           05 WRK-LF-COBRADO     PIC ZZZZ9,99.
           05 FILLER            PIC X(05) VALUE ' DIF '.
           05 WRK-LF-DIFERENCA   PIC -ZZZZ9,99.
       01 WRK-LINHA-SEM-RETORNO.
           05 FILLER            PIC X(11) VALUE 'MATRICULA: '.
           05 WRK-LN-MATRICULA   PIC 9(05).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WRK-LN-SEQUENCIA   PIC 99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WRK-LN-FAIXA       PIC X(05).
           05 FILLER            PIC X(30) VALUE
               '  ENVIADO SEM RETORNO         '.
       01 WRK-LINHA-TOTAL.
           05 WRK-LO-DESCRICAO   PIC X(24).
           05 WRK-LO-VALOR       PIC -ZZZZZZZZZ9,99.
       01 WRK-LINHA-RESUMO PIC X(60).
       01 WRK-LINHA-BRANCO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-PRINCIPAL.
       PERFORM 0150-CARREGAR-MAPA.
       PERFORM 0160-CARREGAR-PREMIOS.
       PERFORM 0200-ABRIR-ARQUIVOS.
       PERFORM 0300-PROCESSAR UNTIL WRK-FIM-RETORNO-OK.
       PERFORM 0600-CONCILIAR-PREMIOS.
       PERFORM 0800-RELATORIO-TOTAIS.
       PERFORM 0900-FECHAR-ARQUIVOS.
       IF WRK-QT-SEM-REMESSA = 0
          AND WRK-QT-SEM-RETORNO = 0
          AND WRK-QT-DIVERGENTES = 0
          AND WRK-DIFERENCA = 0
           MOVE 0 TO RETURN-CODE
       ELSE
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       0150-CARREGAR-MAPA.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX12-SEGMAPA-FILE
       IF WRK-MAPA-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX12-SEGMAPA-FILE INTO EX12-SEGMAPA-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0155-GUARDAR-MAPA
               END-READ
           END-PERFORM
           CLOSE EX12-SEGMAPA-FILE
       END-IF.

       0155-GUARDAR-MAPA.
       IF WRK-QTD-MAPA >= 3000
           PERFORM 9000-ABORTAR-CAPACIDADE
       END-IF
       ADD 1 TO WRK-QTD-MAPA
       SET WRK-MAP-IDX TO WRK-QTD-MAPA
       MOVE EX12-SM-ID-ANONIMO TO WRK-TAB-MAP-ID (WRK-MAP-IDX)
       MOVE EX12-SM-SEQUENCIA TO WRK-TAB-MAP-SEQUENCIA (WRK-MAP-IDX)
       MOVE EX12-SM-MATRICULA TO WRK-TAB-MAP-MATRICULA (WRK-MAP-IDX)
       MOVE EX12-SM-PARENTESCO TO
           WRK-TAB-MAP-PARENTESCO (WRK-MAP-IDX)
       MOVE EX12-SM-FAIXA TO WRK-TAB-MAP-FAIXA (WRK-MAP-IDX)
       MOVE SPACES TO WRK-TAB-MAP-SITUACAO (WRK-MAP-IDX)
       MOVE ZEROS TO WRK-TAB-MAP-PREMIO (WRK-MAP-IDX)
       MOVE ZEROS TO WRK-TAB-MAP-ESPERADO (WRK-MAP-IDX).

       0160-CARREGAR-PREMIOS.
       MOVE 'N' TO WRK-FIM-ARQUIVO
       OPEN INPUT EX12-SEGPREMIO-FILE
       IF WRK-PREMIO-STATUS = '00'
           PERFORM UNTIL WRK-FIM-ARQUIVO-OK
               READ EX12-SEGPREMIO-FILE INTO EX12-SEGPREMIO-REC
                   AT END MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PREMIOS >= 20
                           PERFORM 9000-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WRK-QTD-PREMIOS
                       MOVE EX12-SP-FAIXA TO
                           WRK-TAB-PRE-FAIXA (WRK-QTD-PREMIOS)
                       MOVE EX12-SP-VALOR TO
                           WRK-TAB-PRE-VALOR (WRK-QTD-PREMIOS)
               END-READ
           END-PERFORM
           CLOSE EX12-SEGPREMIO-FILE
       END-IF.

       0200-ABRIR-ARQUIVOS.
       OPEN INPUT EX12-SEGRET-FILE
       OPEN OUTPUT EX12-COBERTURA-FILE
       OPEN OUTPUT EX12-SEGRET-REL-FILE
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-CABECALHO
       ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
       MOVE WRK-DT-DIA TO WRK-LDR-DIA
       MOVE WRK-DT-MES TO WRK-LDR-MES
       MOVE WRK-DT-ANO TO WRK-LDR-ANO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-DATA-RELATORIO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-TITULO-REJEITADOS
       IF WRK-RETORNO-STATUS NOT = '00'
           MOVE 'S' TO WRK-FIM-RETORNO
       ELSE
           READ EX12-SEGRET-FILE INTO EX12-SEGRET-DET-REC
               AT END MOVE 'S' TO WRK-FIM-RETORNO
           END-READ
       END-IF.

       0300-PROCESSAR.
       EVALUATE EX12-RD-TIPO-REG
           WHEN '1'
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0350-LOCALIZAR-MEMBRO
               IF WRK-ACHOU-OK
                   PERFORM 0400-REGISTRAR-COBERTURA
               ELSE
                   ADD 1 TO WRK-QT-SEM-REMESSA
                   MOVE EX12-RD-ID-ANONIMO TO WRK-LS-ID
                   MOVE EX12-RD-SEQUENCIA TO WRK-LS-SEQUENCIA
                   WRITE EX12-SEGRET-REL-LINHA
                       FROM WRK-LINHA-SEM-REMESSA
               END-IF
           WHEN '9'
               MOVE EX12-SEGRET-DET-REC TO EX12-SEGRET-TRL-REC
               MOVE 'S' TO WRK-TEM-TRAILER
               MOVE EX12-RT-VLR-FATURA TO WRK-TOT-FATURA
       END-EVALUATE
       READ EX12-SEGRET-FILE INTO EX12-SEGRET-DET-REC
           AT END MOVE 'S' TO WRK-FIM-RETORNO
       END-READ.

       0350-LOCALIZAR-MEMBRO.
       MOVE 'N' TO WRK-ACHOU
       SET WRK-MAP-IDX TO 1
       SEARCH WRK-TAB-MAP
           AT END
               CONTINUE
           WHEN WRK-MAP-IDX > WRK-QTD-MAPA
               CONTINUE
           WHEN WRK-TAB-MAP-ID (WRK-MAP-IDX) = EX12-RD-ID-ANONIMO
              AND WRK-TAB-MAP-SEQUENCIA (WRK-MAP-IDX)
                   = EX12-RD-SEQUENCIA
               MOVE 'S' TO WRK-ACHOU
       END-SEARCH.

       0400-REGISTRAR-COBERTURA.
       PERFORM 0450-OBTER-PREMIO-ESPERADO
       MOVE WRK-TAB-MAP-MATRICULA (WRK-MAP-IDX) TO EX12-CB-MATRICULA
       MOVE WRK-TAB-MAP-SEQUENCIA (WRK-MAP-IDX) TO EX12-CB-SEQUENCIA
       MOVE WRK-TAB-MAP-PARENTESCO (WRK-MAP-IDX) TO EX12-CB-PARENTESCO
       MOVE WRK-TAB-MAP-FAIXA (WRK-MAP-IDX) TO EX12-CB-FAIXA
       MOVE EX12-RD-INICIO-COBERTURA TO EX12-CB-INICIO-COBERTURA
       MOVE WRK-PREMIO-ESPERADO TO EX12-CB-PREMIO-ESPERADO
       IF EX12-RD-ACEITO
           MOVE 'A' TO EX12-CB-SITUACAO
           MOVE SPACES TO EX12-CB-MOTIVO
           MOVE EX12-RD-PREMIO TO EX12-CB-PREMIO
           ADD 1 TO WRK-QT-ACEITOS
           ADD EX12-RD-PREMIO TO WRK-TOT-COBRADO
           ADD WRK-PREMIO-ESPERADO TO WRK-TOT-ESPERADO
       ELSE
           MOVE 'R' TO EX12-CB-SITUACAO
           MOVE EX12-RD-MOTIVO TO EX12-CB-MOTIVO
           MOVE ZEROS TO EX12-CB-PREMIO
           ADD 1 TO WRK-QT-REJEITADOS
           MOVE EX12-CB-MATRICULA TO WRK-LJ-MATRICULA
           MOVE EX12-CB-SEQUENCIA TO WRK-LJ-SEQUENCIA
           MOVE EX12-CB-PARENTESCO TO WRK-LJ-PARENTESCO
           MOVE EX12-RD-MOTIVO TO WRK-LJ-MOTIVO
           MOVE EX12-RD-MOTIVO-DESC TO WRK-LJ-MOTIVO-DESC
           WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-REJEITADO
       END-IF
       MOVE EX12-CB-SITUACAO TO WRK-TAB-MAP-SITUACAO (WRK-MAP-IDX)
       MOVE EX12-CB-PREMIO TO WRK-TAB-MAP-PREMIO (WRK-MAP-IDX)
       MOVE WRK-PREMIO-ESPERADO TO WRK-TAB-MAP-ESPERADO (WRK-MAP-IDX)
       MOVE EX12-COBERTURA-REC TO EX12-COBERTURA-LINHA
       WRITE EX12-COBERTURA-LINHA.

       0450-OBTER-PREMIO-ESPERADO.
       MOVE ZEROS TO WRK-PREMIO-ESPERADO
       SET WRK-PRE-IDX TO 1
       SEARCH WRK-TAB-PRE
           AT END
               CONTINUE
           WHEN WRK-PRE-IDX > WRK-QTD-PREMIOS
               CONTINUE
           WHEN WRK-TAB-PRE-FAIXA (WRK-PRE-IDX)
                   = WRK-TAB-MAP-FAIXA (WRK-MAP-IDX)
               MOVE WRK-TAB-PRE-VALOR (WRK-PRE-IDX)
                   TO WRK-PREMIO-ESPERADO
       END-SEARCH.

       0600-CONCILIAR-PREMIOS.
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-BRANCO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-TITULO-CONCILIACAO
       PERFORM VARYING WRK-MAP-IDX FROM 1 BY 1
               UNTIL WRK-MAP-IDX > WRK-QTD-MAPA
           EVALUATE WRK-TAB-MAP-SITUACAO (WRK-MAP-IDX)
               WHEN 'A'
                   IF WRK-TAB-MAP-PREMIO (WRK-MAP-IDX)
                       NOT = WRK-TAB-MAP-ESPERADO (WRK-MAP-IDX)
                       PERFORM 0650-LISTAR-DIFERENCA
                   END-IF
               WHEN SPACES
                   ADD 1 TO WRK-QT-SEM-RETORNO
                   MOVE WRK-TAB-MAP-MATRICULA (WRK-MAP-IDX)
                       TO WRK-LN-MATRICULA
                   MOVE WRK-TAB-MAP-SEQUENCIA (WRK-MAP-IDX)
                       TO WRK-LN-SEQUENCIA
                   MOVE WRK-TAB-MAP-FAIXA (WRK-MAP-IDX)
                       TO WRK-LN-FAIXA
                   WRITE EX12-SEGRET-REL-LINHA
                       FROM WRK-LINHA-SEM-RETORNO
           END-EVALUATE
       END-PERFORM
       IF WRK-TEM-TRAILER-OK
           COMPUTE WRK-DIFERENCA = WRK-TOT-FATURA - WRK-TOT-ESPERADO
       ELSE
           COMPUTE WRK-DIFERENCA = WRK-TOT-COBRADO - WRK-TOT-ESPERADO
       END-IF.

       0650-LISTAR-DIFERENCA.
       ADD 1 TO WRK-QT-DIVERGENTES
       MOVE WRK-TAB-MAP-MATRICULA (WRK-MAP-IDX) TO WRK-LF-MATRICULA
       MOVE WRK-TAB-MAP-SEQUENCIA (WRK-MAP-IDX) TO WRK-LF-SEQUENCIA
       MOVE WRK-TAB-MAP-FAIXA (WRK-MAP-IDX) TO WRK-LF-FAIXA
       MOVE WRK-TAB-MAP-ESPERADO (WRK-MAP-IDX) TO WRK-LF-ESPERADO
       MOVE WRK-TAB-MAP-PREMIO (WRK-MAP-IDX) TO WRK-LF-COBRADO
       COMPUTE WRK-LF-DIFERENCA = WRK-TAB-MAP-PREMIO (WRK-MAP-IDX)
           - WRK-TAB-MAP-ESPERADO (WRK-MAP-IDX)
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-DIFERENCA.

       0800-RELATORIO-TOTAIS.
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-BRANCO
       IF WRK-TEM-TRAILER-OK
           MOVE 'FATURA DA SEGURADORA..:' TO WRK-LO-DESCRICAO
           MOVE WRK-TOT-FATURA TO WRK-LO-VALOR
           WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-TOTAL
       END-IF
       MOVE 'PREMIO NO RETORNO.....:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-COBRADO TO WRK-LO-VALOR
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'PREMIO ESPERADO.......:' TO WRK-LO-DESCRICAO
       MOVE WRK-TOT-ESPERADO TO WRK-LO-VALOR
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE 'DIFERENCA A CONCILIAR.:' TO WRK-LO-DESCRICAO
       MOVE WRK-DIFERENCA TO WRK-LO-VALOR
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-TOTAL
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'DETALHES LIDOS........: ' DELIMITED BY SIZE
           WRK-QT-LIDOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MEMBROS ACEITOS.......: ' DELIMITED BY SIZE
           WRK-QT-ACEITOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'MEMBROS REJEITADOS....: ' DELIMITED BY SIZE
           WRK-QT-REJEITADOS DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'RETORNO SEM REMESSA...: ' DELIMITED BY SIZE
           WRK-QT-SEM-REMESSA DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'ENVIADOS SEM RETORNO..: ' DELIMITED BY SIZE
           WRK-QT-SEM-RETORNO DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-RESUMO
       MOVE SPACES TO WRK-LINHA-RESUMO
       STRING 'PREMIOS DIVERGENTES...: ' DELIMITED BY SIZE
           WRK-QT-DIVERGENTES DELIMITED BY SIZE
           INTO WRK-LINHA-RESUMO
       WRITE EX12-SEGRET-REL-LINHA FROM WRK-LINHA-RESUMO.

       0900-FECHAR-ARQUIVOS.
       IF WRK-RETORNO-STATUS NOT = '35'
           CLOSE EX12-SEGRET-FILE
       END-IF
       CLOSE EX12-COBERTURA-FILE
       CLOSE EX12-SEGRET-REL-FILE.

       9000-ABORTAR-CAPACIDADE.
       DISPLAY 'CAPACIDADE DE TABELA INTERNA ESTOURADA - RUN ABORTADO'
       MOVE 16 TO RETURN-CODE
       STOP RUN.
