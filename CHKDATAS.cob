              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT AGENDA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

       FD AGENDA-FILE
           LABEL RECORDS IS STANDARD
