              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

       FD CEP-FILE VALUE OF FILE-ID IS "ceps.dat".
       01 CEP-FILE-REC.
           05 TF-DATA PIC 9(08).
           05 TF-HORA PIC 9(08).
           05 TF-OPERADOR PIC X(20).
           05 TF-DOC-ANT PIC X(14).
           05 TF-DOC-NOVO PIC X(14).

       FD CONTATO-FILE
           LABEL RECORD IS STANDARD
