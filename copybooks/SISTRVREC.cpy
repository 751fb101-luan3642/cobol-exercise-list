      ******************************************************************
      * Record layout of the shared lock registry (SISTRAVA.DAT) kept
      * by SIS-TRAVA - one line per lock held on a file (key blank)
      * or on one key of it, with the user and program holding it
      * and when it was taken or last refreshed - and the request
      * block the caller passes to SIS-TRAVA: T takes or refreshes
      * a lock, L releases it, F releases every lock the user and
      * program hold. On a refusal the holder and the message
      * 'EM USO POR <usuario> DESDE hh:mm' come back in the block.
      * Locks not refreshed within SIS-TV-MINUTOS-VALIDADE minutes
      * are taken as abandoned and dropped.
      ******************************************************************
       01 SIS-TRAVA-REC.
           05 SIS-TV-ARQUIVO   PIC X(15).
           05 SIS-TV-CHAVE     PIC X(10).
           05 SIS-TV-USUARIO   PIC X(10).
           05 SIS-TV-PROGRAMA  PIC X(15).
           05 SIS-TV-DATA      PIC 9(08).
           05 SIS-TV-HORA.
               10 SIS-TV-HH    PIC 9(02).
               10 SIS-TV-MM    PIC 9(02).
               10 SIS-TV-SS    PIC 9(02).

       01 SIS-TRAVA-PEDIDO.
           05 SIS-TP-FUNCAO    PIC X(01).
               88 SIS-TP-TRAVAR        VALUE 'T'.
               88 SIS-TP-LIBERAR       VALUE 'L'.
               88 SIS-TP-LIBERAR-TODAS VALUE 'F'.
           05 SIS-TP-ARQUIVO   PIC X(15).
           05 SIS-TP-CHAVE     PIC X(10).
           05 SIS-TP-USUARIO   PIC X(10).
           05 SIS-TP-PROGRAMA  PIC X(15).
           05 SIS-TP-RETORNO   PIC X(01).
               88 SIS-TP-CONCEDIDA VALUE 'S'.
               88 SIS-TP-NEGADA    VALUE 'N'.
           05 SIS-TP-DONO-USUARIO  PIC X(10).
           05 SIS-TP-DONO-PROGRAMA PIC X(15).
           05 SIS-TP-DONO-HORA     PIC 9(06).
           05 SIS-TP-MENSAGEM  PIC X(60).

       01 SIS-TV-MINUTOS-VALIDADE PIC 9(03) VALUE 30.
