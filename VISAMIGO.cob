              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS VE-STAT.
           SELECT CONTATO-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

       FD CONTATO-FILE
           LABEL RECORD IS STANDARD
           05 TF-DATA PIC 9(08).
           05 TF-HORA PIC 9(08).
           05 TF-OPERADOR PIC X(20).
           05 TF-DOC-ANT PIC X(14).
           05 TF-DOC-NOVO PIC X(14).

       FD REL-VISAO.
       01 REL-LINHA PIC X(100).
      * DOMINIOS CARREGADOS DE PARAMS.DAT VIA TABPARAM.
       01 TAB-TPAMIGOS.
           05 TA-DOMINIO PIC X(08).
           05 TA-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TA-QTD PIC 9(02).
           05 TA-ITEM OCCURS 20 TIMES.
               10 TA-CODIGO PIC X(02).

       01 TAB-GENEROS.
           05 TG-DOMINIO PIC X(08).
           05 TG-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TG-QTD PIC 9(02).
           05 TG-ITEM OCCURS 20 TIMES.
               10 TG-CODIGO PIC X(02).
