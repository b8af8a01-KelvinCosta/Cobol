       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCEP.
      * RELATORIO IMPRESSO/EM ARQUIVO DOS CEPS CADASTRADOS EM
      * CEPS.DAT, ORDENADO POR UF/CIDADE E PAGINADO. COM O NOME DE
      * UMA FOTO DO FOTOCEP EM CEPBASE.CFG, LISTA A BASE COMO ESTAVA
      * NA DATA DA FOTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.
           SELECT FOTO-FILE ASSIGN TO DYNAMIC W-NOME-BASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FT-STAT.
           SELECT BASE-CFG ASSIGN TO "cepbase.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-STAT.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT REL-CEP ASSIGN TO "relcep.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           05 FS-OBSERVACAO PIC X(40).
           05 FILLER      PIC X(20).

      * FOTO DA BASE EM UMA DATA PASSADA GERADA PELO FOTOCEP, NO
      * LAYOUT DE CEPS.DAT.
       FD FOTO-FILE.
       01 FOTO-REC PIC X(181).

      * NOME DA FOTO A LER NO LUGAR DE CEPS.DAT (BRANCO = CEPS.DAT).
       FD BASE-CFG.
       01 BASE-CFG-REC.
           05 CB-NOME-BASE PIC X(30).

       SD WORK-SORT.
       01 SD-CEP-REC.
           05 SD-UF PIC X(02).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02) VALUE ZEROS.
       77 FT-STAT PIC X(02) VALUE "00".
       77 CB-STAT PIC X(02) VALUE "00".
       77 W-NOME-BASE PIC X(30) VALUE SPACES.
       77 WS-FIM-SORT PIC X VALUE "N".
           88 FIM-SORT VALUE "S".
       77 WS-FIM-CEP PIC X VALUE "N".
           88 FIM-CEP VALUE "S".
       77 WS-PAGINA PIC 9(04) VALUE ZEROS.
       77 WS-LINHA PIC 9(03) VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 9(03) VALUE 50.

       01 WS-SEPARADOR PIC X(100) VALUE ALL "-".

      * REGISTRO LIDO, DE CEPS.DAT OU DA FOTO.
       01 W-CEP-LIDO.
           05 WL-CEP PIC 9(08).
           05 WL-LOGRADOURO PIC X(35).
           05 WL-BAIRRO PIC X(20).
           05 WL-CIDADE PIC X(20).
           05 WL-UF PIC X(02).
           05 WL-PONTO-REFERENCIA PIC X(35).
           05 WL-STATUS PIC X(01).
               88 WL-CANCELADO VALUE "C".
           05 WL-OBSERVACAO PIC X(40).
           05 FILLER PIC X(20).

       01 WS-CABECALHO-BASE.
           05 FILLER PIC X(32) VALUE
              "BASE RECONSTRUIDA PELO FOTOCEP: ".
           05 WS-CB-NOME PIC X(30).

       01 WS-LINHA-DETALHE.
           05 WS-D-UF PIC X(04).
           05 WS-D-CIDADE PIC X(22).
           05 WS-D-BAIRRO PIC X(22).
           05 WS-D-CEP PIC 9(08) BLANK WHEN ZEROS.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-D-STATUS PIC X(08).
           05 WS-D-LOGRADOURO PIC X(35).


       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-BASE-CFG.
           SORT WORK-SORT
               ON ASCENDING KEY SD-UF SD-CIDADE
               INPUT PROCEDURE SELECIONA-CEPS
               OUTPUT PROCEDURE IMPRIME-RELATORIO.
           GOBACK.

      * -----------------------------------
      * LIBERA PARA A CLASSIFICACAO TODOS OS CEPS DA BASE ESCOLHIDA.
       SELECIONA-CEPS.
           PERFORM ABRE-BASE.
           IF FIM-CEP
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LE-PROXIMO-CEP
               PERFORM UNTIL FIM-CEP
                   MOVE WL-UF TO SD-UF
                   MOVE WL-CIDADE TO SD-CIDADE
                   MOVE WL-BAIRRO TO SD-BAIRRO
                   MOVE WL-CEP TO SD-CEP
                   MOVE WL-LOGRADOURO TO SD-LOGRADOURO
                   MOVE WL-STATUS TO SD-STATUS
                   RELEASE SD-CEP-REC
                   PERFORM LE-PROXIMO-CEP
               END-PERFORM
               PERFORM FECHA-BASE
           END-IF.

      * -----------------------------------
       IMPRIME-RELATORIO.
           OPEN OUTPUT REL-CEP.
           ELSE
               WRITE REL-LINHA FROM WS-CABECALHO1
           END-IF.
           IF W-NOME-BASE NOT = SPACES
               WRITE REL-LINHA FROM WS-CABECALHO-BASE
           END-IF.
           WRITE REL-LINHA FROM WS-CABECALHO2.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE ZEROS TO WS-LINHA.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE WS-TOTAL-REGS TO WS-R-TOTAL.
           WRITE REL-LINHA FROM WS-RODAPE.

      * -----------------------------------
      * LE EM CEPBASE.CFG QUAL BASE LER: BRANCO E CEPS.DAT; O NOME DE
      * UMA FOTO DO FOTOCEP FAZ O RELATORIO SAIR DA BASE COMO ESTAVA
      * NAQUELA DATA. CRIA O ARQUIVO EM BRANCO NA PRIMEIRA EXECUCAO.
      * DEPOIS DO RELATORIO DA FOTO, VOLTAR O ARQUIVO PARA BRANCO.
       LE-BASE-CFG.
           MOVE SPACES TO W-NOME-BASE.
           OPEN INPUT BASE-CFG.
           IF CB-STAT NOT = "00"
               OPEN OUTPUT BASE-CFG
               MOVE SPACES TO BASE-CFG-REC
               WRITE BASE-CFG-REC
               CLOSE BASE-CFG
           ELSE
               READ BASE-CFG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CB-NOME-BASE TO W-NOME-BASE
               END-READ
               CLOSE BASE-CFG
           END-IF.
           MOVE W-NOME-BASE TO WS-CB-NOME.

       ABRE-BASE.
           IF W-NOME-BASE = SPACES
               OPEN INPUT CEP-FILE
               IF FS-STAT NOT = ZEROS
                   DISPLAY "*** ARQUIVO CEPS.DAT NAO ENCONTRADO ***"
                   MOVE "S" TO WS-FIM-CEP
               END-IF
           ELSE
               OPEN INPUT FOTO-FILE
               IF FT-STAT NOT = "00"
                   DISPLAY "*** FOTO " W-NOME-BASE " NAO ENCONTRADA ***"
                   MOVE "S" TO WS-FIM-CEP
               END-IF
           END-IF.

       LE-PROXIMO-CEP.
           IF W-NOME-BASE = SPACES
               READ CEP-FILE NEXT RECORD INTO W-CEP-LIDO
                   AT END
                       MOVE "S" TO WS-FIM-CEP
               END-READ
           ELSE
               READ FOTO-FILE INTO W-CEP-LIDO
                   AT END
                       MOVE "S" TO WS-FIM-CEP
               END-READ
           END-IF.

       FECHA-BASE.
           IF W-NOME-BASE = SPACES
               CLOSE CEP-FILE
           ELSE
               CLOSE FOTO-FILE
           END-IF.
