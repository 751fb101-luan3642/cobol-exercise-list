       01 EX3-SNAPM-LINHA PIC X(21).

       FD  FUNC-DEPTO-FILE.
       01 FUNC-DEPTO-LINHA PIC X(52).

       WORKING-STORAGE SECTION.
       COPY EX3REC.
