       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVPARM.
      * CONVERSAO UNICA DE LAYOUT DE PARAMS.DAT, QUE GANHOU A
      * VIGENCIA DE CADA PARAMETRO (PR-VIG-INICIO NA CHAVE E
      * PR-VIG-FIM, 30 -> 46 BYTES). SEM A CONVERSAO O TABPARAM NAO
      * ABRE O INDEXADO ANTIGO (STATUS 39, CONFLITO DE ATRIBUTOS) E
      * TODOS OS DOMINIOS VOLTAM VAZIOS. RELE O ARQUIVO NO LAYOUT
      * ANTIGO E O RECRIA NO NOVO VIA ARQUIVO DE TRABALHO, NOS MOLDES
      * DO CNVOPER: CADA PARAMETRO EXISTENTE PASSA A VALER DESDE
      * SEMPRE (INICIO ZERADO) E SEM FIM (99999999), QUE E COMO ELE
      * VALIA ATE AQUI. DEVE RODAR UMA UNICA VEZ; A EXECUCAO FICA
      * MARCADA EM CNVPARM.CTL E O PROGRAMA RECUSA REEXECUTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-V ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-CHAVE-V
               FILE STATUS IS PV-STAT.
           SELECT PARAM-N ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE-N
               FILE STATUS IS PN-STAT.
           SELECT TEMP-FILE ASSIGN TO "cnvparm.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TP-STAT.
           SELECT CTL-FILE ASSIGN TO "cnvparm.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STAT.
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTIGO DAS TABELAS DE DOMINIO (30 BYTES).
       FD PARAM-V
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "PARAMS.DAT".
       01 PARAM-V-REC.
           05 PR-CHAVE-V.
               10 PR-DOMINIO-V PIC X(08).
               10 PR-CODIGO-V PIC X(02).
           05 PR-DESCRICAO-V PIC X(15).
           05 FILLER PIC X(05).

      * LAYOUT NOVO, COM VIGENCIA (46 BYTES).
       FD PARAM-N
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "PARAMS.DAT".
       01 PARAM-N-REC.
           05 PR-CHAVE-N.
               10 PR-DOMINIO-N PIC X(08).
               10 PR-CODIGO-N PIC X(02).
               10 PR-VIG-INICIO-N PIC 9(08).
           05 PR-DESCRICAO-N PIC X(15).
           05 PR-VIG-FIM-N PIC 9(08).
           05 FILLER PIC X(05).

       FD TEMP-FILE.
       01 TEMP-REC PIC X(30).

       FD CTL-FILE.
       01 CTL-REC.
           05 CT-MARCA PIC X(11).
           05 CT-DATA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 PV-STAT PIC X(02) VALUE "00".
       77 PN-STAT PIC X(02) VALUE "00".
       77 TP-STAT PIC X(02) VALUE "00".
       77 CT-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
       77 W-CONFIRMA PIC X(01) VALUE "N".
       77 W-TOT-PARAM PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVERSAO DE LAYOUT - PARAMS.DAT".
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
           DISPLAY "CONFIRMA A CONVERSAO (S/N) :-> ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "CONVERSAO NAO EXECUTADA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONVERTE-PARAM THRU CONVERTE-PARAM-FIM.
           PERFORM MARCA-EXECUTADO.
           DISPLAY "PARAMETROS CONVERTIDOS: " W-TOT-PARAM.
           GOBACK.

      * -----------------------------------
      * RELE PARAMS.DAT NO LAYOUT INDEXADO DE 30 BYTES E O RECRIA
      * COM 46, VIA ARQUIVO DE TRABALHO (A LEITURA SEQUENCIAL DO
      * INDEXADO SAI EM ORDEM DE CHAVE, E A CHAVE NOVA COMECA PELA
      * ANTIGA). STATUS 39 NA ABERTURA SIGNIFICA QUE O ARQUIVO JA
      * ESTA NO LAYOUT NOVO - NADA A FAZER.
       CONVERTE-PARAM.
           OPEN INPUT PARAM-V.
           IF PV-STAT = "30" OR "35"
               DISPLAY "PARAMS.DAT NAO ENCONTRADO - PULADO"
               GO TO CONVERTE-PARAM-FIM
           END-IF.
           IF PV-STAT = "39"
               DISPLAY "PARAMS.DAT JA NO LAYOUT NOVO - PULADO"
               GO TO CONVERTE-PARAM-FIM
           END-IF.
           IF PV-STAT NOT = "00"
               DISPLAY "PARAMS.DAT COM STATUS " PV-STAT " - PULADO"
               GO TO CONVERTE-PARAM-FIM
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ PARAM-V NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE PARAM-V-REC TO TEMP-REC
                       WRITE TEMP-REC
                       ADD 1 TO W-TOT-PARAM
               END-READ
           END-PERFORM.
           CLOSE PARAM-V TEMP-FILE.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT PARAM-N.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE TEMP-REC TO PARAM-V-REC
                       MOVE SPACES TO PARAM-N-REC
                       MOVE PR-DOMINIO-V TO PR-DOMINIO-N
                       MOVE PR-CODIGO-V TO PR-CODIGO-N
                       MOVE ZEROS TO PR-VIG-INICIO-N
                       MOVE PR-DESCRICAO-V TO PR-DESCRICAO-N
                       MOVE 99999999 TO PR-VIG-FIM-N
                       WRITE PARAM-N-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA RECARGA: "
                                   PR-DOMINIO-N " " PR-CODIGO-N
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE PARAM-N.
       CONVERTE-PARAM-FIM.
           EXIT.

      * -----------------------------------
      * MARCA A EXECUCAO EM CNVPARM.CTL PARA O PROGRAMA RECUSAR UMA
      * SEGUNDA CONVERSAO.
       MARCA-EXECUTADO.
           OPEN OUTPUT CTL-FILE.
           MOVE "CONVERTIDO " TO CT-MARCA.
           ACCEPT CT-DATA FROM DATE YYYYMMDD.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
