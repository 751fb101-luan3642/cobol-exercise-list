      ******************************************************************
      * Record layouts for the EX54 unit-conversion subsystem
      * (interactive EX54, batch EX54-LOTE, conversion factor table).
      * A unit is expressed as base * EX54-FT-FATOR plus
      * EX54-FT-DESLOCAMENTO, so offset scales such as degrees
      * Fahrenheit or Kelvin (class T, base Celsius) convert through
      * the same table; rows written before the offset existed read
      * it as spaces and are taken as offset zero. A measure whose
      * EX54-MD-NATUREZA is D (a difference, not a reading) is
      * refused when either unit carries an offset.
      ******************************************************************
       01 EX54-FATOR-REC.
           05 EX54-FT-UNIDADE    PIC X(02).
               88 EX54-FT-COMPRIMENTO VALUE 'C'.
               88 EX54-FT-MASSA       VALUE 'M'.
               88 EX54-FT-VOLUME      VALUE 'V'.
               88 EX54-FT-TEMPERATURA VALUE 'T'.
           05 EX54-FT-DESLOCAMENTO PIC S9(06)V999999.

       01 EX54-FATAUD-REC.
           05 EX54-FA-DATA       PIC 9(08).
           05 EX54-FA-ACAO       PIC X(10).
           05 EX54-FA-FATOR-ANT  PIC 9(06)V999999.
           05 EX54-FA-FATOR-NOVO PIC 9(06)V999999.
           05 EX54-FA-DESLOC-ANT  PIC S9(06)V999999.
           05 EX54-FA-DESLOC-NOVO PIC S9(06)V999999.

       01 EX54-MEDIDA-REC.
           05 EX54-MD-VALOR      PIC S9(06)V99.
           05 EX54-MD-UNIDADE-ORIG PIC X(02).
           05 EX54-MD-UNIDADE    PIC X(02).
           05 EX54-MD-DATA       PIC 9(08).
           05 EX54-MD-NATUREZA   PIC X(01).
               88 EX54-MD-DIFERENCA VALUE 'D'.
