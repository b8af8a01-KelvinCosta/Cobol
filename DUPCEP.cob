      * MAS O FS-CEP DIFERE - SUSPEITOS DE DUPLICIDADE ENTRE O INCLUI
      * ONLINE, A CARGA DO CARGCEP E A MESCLA DO RECONCEP, PARA O
      * TIME DO CADASTRO REVISAR E CANCELAR. REGISTROS JA CANCELADOS
      * NAO ENTRAM NA COMPARACAO. COM O NOME DE UMA FOTO DO FOTOCEP
      * EM CEPBASE.CFG, COMPARA A BASE COMO ESTAVA NA DATA DA FOTO.
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
           SELECT REL-DUP ASSIGN TO "dupcep.lst"
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
       77 WS-FIM-CEP PIC X VALUE "N".
           88 FIM-CEP VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".

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

       01 WS-LINHA-GRUPO.
           05 FILLER PIC X(06) VALUE "GRUPO ".
           05 WS-G-NUMERO PIC ZZZZZ9.

       01 WS-LINHA-DETALHE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-D-CEP PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-D-UF PIC X(04).
           05 WS-D-CIDADE PIC X(22).
           05 WS-D-BAIRRO PIC X(22).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-BASE-CFG.
           SORT WORK-SORT
               ON ASCENDING KEY SD-UF SD-CIDADE SD-BAIRRO
                                SD-LOGRADOURO SD-CEP
      * -----------------------------------
      * LIBERA PARA A CLASSIFICACAO APENAS OS CEPS NAO CANCELADOS.
       SELECIONA-ATIVOS.
           PERFORM ABRE-BASE.
           IF FIM-CEP
               MOVE 8 TO RETURN-CODE
               GO TO SELECIONA-ATIVOS-FIM
           END-IF.
           PERFORM LE-PROXIMO-CEP.
           PERFORM UNTIL FIM-CEP
               IF NOT WL-CANCELADO
                   MOVE WL-UF TO SD-UF
                   MOVE WL-CIDADE TO SD-CIDADE
                   MOVE WL-BAIRRO TO SD-BAIRRO
                   MOVE WL-LOGRADOURO TO SD-LOGRADOURO
                   MOVE WL-CEP TO SD-CEP
                   RELEASE SD-CEP-REC
               END-IF
               PERFORM LE-PROXIMO-CEP
           END-PERFORM.
           PERFORM FECHA-BASE.
       SELECIONA-ATIVOS-FIM.
           EXIT.

       IMPRIME-RELATORIO.
           OPEN OUTPUT REL-DUP.
           WRITE REL-LINHA FROM WS-CABECALHO1.
           IF W-NOME-BASE NOT = SPACES
               WRITE REL-LINHA FROM WS-CABECALHO-BASE
           END-IF.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           PERFORM UNTIL FIM-SORT
               RETURN WORK-SORT
           MOVE SD-LOGRADOURO TO WS-ANT-LOGRADOURO.
           MOVE SD-CEP TO WS-ANT-CEP.
           MOVE "S" TO WS-TEM-ANTERIOR.

      * -----------------------------------
      * LE EM CEPBASE.CFG QUAL BASE LER: BRANCO E CEPS.DAT; O NOME DE
      * UMA FOTO DO FOTOCEP FAZ A COMPARACAO SAIR DA BASE COMO ESTAVA
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
