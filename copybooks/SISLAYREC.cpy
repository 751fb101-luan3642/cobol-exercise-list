      ******************************************************************
      * Record layout of the record-layout registry (SISLAYOUT.DAT)
      * read by SIS-EXPORTA: one 'A' line per data file (organization,
      * record length, EX40 profile required to export it and whether
      * it holds sensitive data) followed by one 'C' line per field
      * (name, position, length, type and decimals). Type 'X' is
      * text, '9' an unsigned number and 'S' a number with the sign
      * over the last digit.
      ******************************************************************
       01 SIS-LAYOUT-REC.
           05 SIS-LY-ARQUIVO     PIC X(15).
           05 SIS-LY-TIPO-LINHA  PIC X(01).
               88 SIS-LY-LINHA-ARQUIVO VALUE 'A'.
               88 SIS-LY-LINHA-CAMPO   VALUE 'C'.
           05 SIS-LY-DADOS       PIC X(40).
           05 SIS-LY-DADOS-ARQUIVO REDEFINES SIS-LY-DADOS.
               10 SIS-LY-ORGANIZACAO PIC X(01).
                   88 SIS-LY-INDEXADO   VALUE 'I'.
                   88 SIS-LY-SEQUENCIAL VALUE 'S'.
               10 SIS-LY-TAMANHO-REG PIC 9(04).
               10 SIS-LY-PERFIL      PIC X(01).
                   88 SIS-LY-SO-ADMIN  VALUE 'A'.
               10 SIS-LY-SENSIVEL    PIC X(01).
                   88 SIS-LY-SENSIVEL-OK VALUE 'S'.
               10 SIS-LY-DESCRICAO   PIC X(30).
               10 FILLER             PIC X(03).
           05 SIS-LY-DADOS-CAMPO REDEFINES SIS-LY-DADOS.
               10 SIS-LY-CAMPO       PIC X(20).
               10 SIS-LY-POSICAO     PIC 9(04).
               10 SIS-LY-TAMANHO     PIC 9(02).
               10 SIS-LY-TIPO        PIC X(01).
                   88 SIS-LY-TEXTO       VALUE 'X'.
                   88 SIS-LY-NUMERICO    VALUE '9'.
                   88 SIS-LY-SINALIZADO  VALUE 'S'.
               10 SIS-LY-DECIMAIS    PIC 9(01).
               10 FILLER             PIC X(12).
