               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPLACA
               ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                   WITH DUPLICATES
               FILE STATUS IS VE-STAT.
           SELECT BKP-FILE ASSIGN TO DYNAMIC W-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

       FD BKP-FILE.
       01 BKP-REC.
