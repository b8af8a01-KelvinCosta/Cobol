       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVFIPE.
      * CONVERSAO UNICA DE LAYOUT DE VEHICLES.DAT, QUE GANHOU O
      * CODIGO FIPE DO MODELO (FCOD-FIPE, 103 -> 111 BYTES), USADO
      * NA AVALIACAO DA FROTA PELA TABELA FIPE (RELFIPE) E NO VALOR
      * ENVIADO A SEGURADORA (EXPSEG). SEM A CONVERSAO OS PROGRAMAS
      * NEM ABREM O INDEXADO ANTIGO (STATUS 39, CONFLITO DE
      * ATRIBUTOS). RELE O ARQUIVO NO LAYOUT ANTIGO E O RECRIA NO
      * NOVO VIA ARQUIVO DE TRABALHO, NOS MOLDES DO CNVAGD, COM O
      * CODIGO EM BRANCO NOS VEICULOS JA EXISTENTES - O CODIGO DE
      * CADA UM E INFORMADO DEPOIS NA ALTERACAO DO VEHICLES, E ATE
      * LA O VEICULO SAI NO RELFIPE COMO SEM CODIGO FIPE. DEVE RODAR
      * UMA UNICA VEZ, DEPOIS DO CNVPROP (QUE LEVA O ARQUIVO DE 89
      * PARA 103 BYTES - SEM A MARCA CNVPROP.CTL O PROGRAMA NEM
      * COMECA); A EXECUCAO FICA MARCADA EM CNVFIPE.CTL, SO QUANDO O
      * ARQUIVO FOI DE FATO RECRIADO, E O PROGRAMA RECUSA REEXECUTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEIC-V ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FPLACA-V
               ALTERNATE RECORD KEY IS FPROPRIETARIO-V
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO-V
                   WITH DUPLICATES
               FILE STATUS IS VV-STAT.
           SELECT VEIC-N ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPLACA-N
               ALTERNATE RECORD KEY IS FPROPRIETARIO-N
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO-N
                   WITH DUPLICATES
               FILE STATUS IS VN-STAT.
           SELECT TEMP-FILE ASSIGN TO "cnvfipe.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TP-STAT.
           SELECT CTL-FILE ASSIGN TO "cnvfipe.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STAT.
           SELECT CTL-PROP ASSIGN TO "cnvprop.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-STAT.
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTIGO DO VEICULO (103 BYTES, SEM CODIGO FIPE).
       FD VEIC-V
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "VEHICLES.DAT".
       01 VEIC-V-REC.
           02 FPLACA-V PIC X(25).
           02 FPROPRIETARIO-V PIC X(30).
           02 FILLER PIC X(34).
           02 FDOC-PROPRIETARIO-V PIC X(14).

      * LAYOUT NOVO DO VEICULO (111 BYTES).
       FD VEIC-N
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "VEHICLES.DAT".
       01 VEIC-N-REC.
           02 FPLACA-N PIC X(25).
           02 FPROPRIETARIO-N PIC X(30).
           02 FILLER PIC X(34).
           02 FDOC-PROPRIETARIO-N PIC X(14).
           02 FCOD-FIPE-N PIC X(08).

       FD TEMP-FILE.
       01 TEMP-REC PIC X(111).

       FD CTL-FILE.
       01 CTL-REC.
           05 CT-MARCA PIC X(11).
           05 CT-DATA PIC 9(08).

      * MARCA DE EXECUCAO DO CNVPROP, A CONVERSAO ANTERIOR.
       FD CTL-PROP.
       01 CTL-PROP-REC PIC X(19).

       WORKING-STORAGE SECTION.
       77 VV-STAT PIC X(02) VALUE "00".
       77 VN-STAT PIC X(02) VALUE "00".
       77 TP-STAT PIC X(02) VALUE "00".
       77 CT-STAT PIC X(02) VALUE "00".
       77 CP-STAT PIC X(02) VALUE "00".
       77 W-CONVERTEU PIC X(01) VALUE "N".
       77 W-EOF PIC X(01) VALUE "N".
       77 W-CONFIRMA PIC X(01) VALUE "N".
       77 W-TOT-VEIC PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVERSAO DE LAYOUT - VEHICLES.DAT (CODIGO FIPE)".
           OPEN INPUT CTL-FILE.
           IF CT-STAT = "00"
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "CONVERSAO JA EXECUTADA EM " CT-DATA
                       DISPLAY "NADA A FAZER"
                       CLOSE CTL-FILE
                       MOVE 4 TO RETURN-CODE
                       GOBACK
               END-READ
               CLOSE CTL-FILE
           END-IF.
           OPEN INPUT CTL-PROP.
           IF CP-STAT NOT = "00"
               DISPLAY "CNVPROP AINDA NAO EXECUTADO - RODE O CNVPROP "
                   "ANTES DESTA CONVERSAO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE CTL-PROP.
           DISPLAY "CONFIRMA A CONVERSAO (S/N) :-> ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "CONVERSAO NAO EXECUTADA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONVERTE-VEIC THRU CONVERTE-VEIC-FIM.
           IF W-CONVERTEU NOT = "S"
               DISPLAY "CONVERSAO NAO EXECUTADA - NADA FOI MARCADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM MARCA-EXECUTADO.
           DISPLAY "VEICULOS CONVERTIDOS: " W-TOT-VEIC.
           GOBACK.

      * -----------------------------------
      * RELE VEHICLES.DAT NO LAYOUT INDEXADO DE 103 BYTES E O RECRIA
      * COM 111, VIA ARQUIVO DE TRABALHO (A LEITURA SEQUENCIAL DO
      * INDEXADO SAI EM ORDEM DE PLACA, ENTAO A RECARGA PRESERVA AS
      * CHAVES). COM O CNVPROP JA RODADO, STATUS 39 NA ABERTURA
      * SIGNIFICA QUE O ARQUIVO JA ESTA NO LAYOUT NOVO. SO A RECARGA
      * COMPLETA LIGA W-CONVERTEU.
       CONVERTE-VEIC.
           OPEN INPUT VEIC-V.
           IF VV-STAT = "30" OR "35"
               DISPLAY "VEHICLES.DAT NAO ENCONTRADO - PULADO"
               GO TO CONVERTE-VEIC-FIM
           END-IF.
           IF VV-STAT = "39"
               DISPLAY "VEHICLES.DAT JA NO LAYOUT NOVO - PULADO"
               GO TO CONVERTE-VEIC-FIM
           END-IF.
           IF VV-STAT NOT = "00"
               DISPLAY "VEHICLES.DAT COM STATUS " VV-STAT " - PULADO"
               GO TO CONVERTE-VEIC-FIM
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEIC-V NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE SPACES TO TEMP-REC
                       MOVE VEIC-V-REC TO TEMP-REC(1:103)
                       WRITE TEMP-REC
                       ADD 1 TO W-TOT-VEIC
               END-READ
           END-PERFORM.
           CLOSE VEIC-V TEMP-FILE.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT VEIC-N.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE TEMP-REC TO VEIC-N-REC
                       WRITE VEIC-N-REC
                           INVALID KEY
                               DISPLAY "PLACA DUPLICADA NA RECARGA: "
                                   FPLACA-N
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE VEIC-N.
           MOVE "S" TO W-CONVERTEU.
       CONVERTE-VEIC-FIM.
           EXIT.

      * -----------------------------------
      * MARCA A EXECUCAO EM CNVFIPE.CTL PARA O PROGRAMA RECUSAR UMA
      * SEGUNDA CONVERSAO.
       MARCA-EXECUTADO.
           OPEN OUTPUT CTL-FILE.
           MOVE "CONVERTIDO " TO CT-MARCA.
           ACCEPT CT-DATA FROM DATE YYYYMMDD.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
