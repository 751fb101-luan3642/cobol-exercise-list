      ******************************************************************
      * Record layouts for the EX12 wellness-screening subsystem
      * (interactive EX12, batch screening, history and trend report),
      * plus the health-plan insurer remittance crosswalk, the
      * insurer's return file, the premium table by age band and the
      * resulting coverage file.
      ******************************************************************
       01 EX12-HIST-REC.
           05 EX12-HI-MATRICULA  PIC 9(05).
               88 EX12-FI-ABERTO     VALUE 'A'.
               88 EX12-FI-CONTACTADO VALUE 'C'.
               88 EX12-FI-ENCERRADO  VALUE 'E'.

       01 EX12-SEGMAPA-REC.
           05 EX12-SM-ID-ANONIMO  PIC 9(06).
           05 EX12-SM-SEQUENCIA   PIC 9(02).
           05 EX12-SM-MATRICULA   PIC 9(05).
           05 EX12-SM-PARENTESCO  PIC X(01).
           05 EX12-SM-FAIXA       PIC X(05).
           05 EX12-SM-DATA-REMESSA PIC 9(08).

       01 EX12-SEGPREMIO-REC.
           05 EX12-SP-FAIXA       PIC X(05).
           05 EX12-SP-VALOR       PIC 9(05)V99.

       01 EX12-SEGRET-DET-REC.
           05 EX12-RD-TIPO-REG    PIC X(01).
           05 EX12-RD-ID-ANONIMO  PIC 9(06).
           05 EX12-RD-SEQUENCIA   PIC 9(02).
           05 EX12-RD-SITUACAO    PIC X(01).
               88 EX12-RD-ACEITO    VALUE 'A'.
               88 EX12-RD-REJEITADO VALUE 'R'.
           05 EX12-RD-MOTIVO      PIC X(03).
           05 EX12-RD-MOTIVO-DESC PIC X(30).
           05 EX12-RD-INICIO-COBERTURA PIC 9(08).
           05 EX12-RD-PREMIO      PIC 9(05)V99.
           05 FILLER              PIC X(22).

       01 EX12-SEGRET-TRL-REC.
           05 EX12-RT-TIPO-REG    PIC X(01).
           05 EX12-RT-QTD         PIC 9(06).
           05 EX12-RT-VLR-FATURA  PIC 9(11)V99.
           05 FILLER              PIC X(60).

       01 EX12-COBERTURA-REC.
           05 EX12-CB-MATRICULA   PIC 9(05).
           05 EX12-CB-SEQUENCIA   PIC 9(02).
           05 EX12-CB-PARENTESCO  PIC X(01).
           05 EX12-CB-FAIXA       PIC X(05).
           05 EX12-CB-SITUACAO    PIC X(01).
               88 EX12-CB-ACEITO    VALUE 'A'.
               88 EX12-CB-REJEITADO VALUE 'R'.
           05 EX12-CB-MOTIVO      PIC X(03).
           05 EX12-CB-INICIO-COBERTURA PIC 9(08).
           05 EX12-CB-PREMIO      PIC 9(05)V99.
           05 EX12-CB-PREMIO-ESPERADO PIC 9(05)V99.
