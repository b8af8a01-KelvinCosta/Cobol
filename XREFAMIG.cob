      ********************************************************
      * CRUZAMENTO ENTRE O CADASTRO DE AMIGOS (CADAMIGO.DAT) E *
      * O CADASTRO DE VEICULOS (VEHICLES.DAT). PARA CADA AMIGO *
      * PROCURA OS PROPRIETARIOS COM O MESMO NOME NO CADASTRO  *
      * DE PROPRIETARIOS (PROPRIET.DAT) E LISTA AS PLACAS DE   *
      * CADA UM PELA CHAVE ALTERNATIVA FDOC-PROPRIETARIO,      *
      * AGRUPADAS PELO DOCUMENTO (HOMONIMOS SAEM SEPARADOS);   *
      * SEM O CADASTRO DE PROPRIETARIOS VALE A CHAVE           *
      * FPROPRIETARIO, PELO NOME. NA SECAO DE EXCECOES LISTA   *
      * OS VEICULOS CUJO PROPRIETARIO NAO BATE COM NENHUM      *
      * AMIGO (NEM PELO VINCULO FAPELIDO-AMIGO NEM PELO NOME   *
      * DO DONO NO CADASTRO).                                  *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS VE-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PP-DOCUMENTO
              ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
              FILE STATUS  IS PP-STAT.
           SELECT REL-XREF ASSIGN TO "xrefamig.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

       FD PROPRIET-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "propriet.dat".
       01 PROPRIET-REC.
           05 PP-DOCUMENTO PIC X(14).
           05 PP-TIPO PIC X(01).
           05 PP-NOME PIC X(30).
           05 PP-CEP PIC 9(08).
           05 PP-NUMERO PIC X(06).
           05 PP-DATA-CADASTRO PIC 9(08).
           05 PP-OPERADOR PIC X(20).
           05 FILLER PIC X(30).

       FD REL-XREF.
       01 REL-LINHA PIC X(100).
       77 W-QTD-AMIGO    PIC 9(04) VALUE ZEROS.
       77 W-NOME-BUSCA   PIC X(30) VALUE SPACES.
       77 W-ACHOU-AMIGO  PIC X(01) VALUE "N".
       77 PP-STAT        PIC X(02) VALUE "00".
       77 W-PROP-BASE-OK PIC X(01) VALUE "N".
       77 W-EOF-PROP     PIC X(01) VALUE "N".
       77 W-DOC-BUSCA    PIC X(14) VALUE SPACES.

       01 WS-LINHA-AMIGO.
          03 FILLER       PIC X(07) VALUE "AMIGO: ".
          03 WS-P-PLACA   PIC X(25).
          03 FILLER       PIC X(02).
          03 WS-P-VENCTO  PIC 9(08).
          03 FILLER       PIC X(02).
          03 WS-P-DOC     PIC X(14).

       01 WS-LINHA-EXCECAO.
          03 FILLER       PIC X(03).
               CLOSE CADAMIGO
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT PROPRIET-FILE
           IF PP-STAT = "00"
               MOVE "S" TO W-PROP-BASE-OK
           END-IF.
           OPEN OUTPUT REL-XREF.
           MOVE "PLACAS POR AMIGO (VIA PROPRIETARIO)" TO REL-LINHA.
           WRITE REL-LINHA.
           END-PERFORM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           CLOSE VEHICLES-FILE CADAMIGO REL-XREF.
           IF W-PROP-BASE-OK = "S"
               CLOSE PROPRIET-FILE
           END-IF.
           DISPLAY "AMIGOS LISTADOS...........: " W-TOT-AMIGOS.
           DISPLAY "PLACAS CRUZADAS...........: " W-TOT-PLACAS.
           DISPLAY "VEICULOS EM EXCECAO.......: " W-TOT-EXCECOES.
           GOBACK.

      * -----------------------------------
      * LISTA AS PLACAS DOS PROPRIETARIOS COM O NOME DO AMIGO
      * CORRENTE: CADA DONO ACHADO PELA CHAVE ALTERNATIVA PP-NOME TEM
      * AS PLACAS LISTADAS PELO SEU DOCUMENTO.
       LISTA-PLACAS-AMIGO.
           ADD 1 TO W-TOT-AMIGOS.
           MOVE APELIDO TO WS-A-APELIDO.
           WRITE REL-LINHA FROM WS-LINHA-AMIGO.
           MOVE ZEROS TO W-QTD-AMIGO.
           MOVE NOME TO W-NOME-BUSCA.
           IF W-PROP-BASE-OK = "N"
               GO TO LISTA-PLACAS-NOME
           END-IF.
           MOVE "N" TO W-EOF-PROP.
           MOVE W-NOME-BUSCA TO PP-NOME.
           START PROPRIET-FILE KEY IS = PP-NOME
               INVALID KEY
                   GO TO LISTA-PLACAS-VAZIO
           END-START.
           PERFORM UNTIL W-EOF-PROP = "S"
               READ PROPRIET-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF-PROP
                   NOT AT END
                       IF PP-NOME NOT = W-NOME-BUSCA
                           MOVE "S" TO W-EOF-PROP
                       ELSE
                           PERFORM LISTA-PLACAS-DOC
                           THRU LISTA-PLACAS-DOC-FIM
                       END-IF
               END-READ
           END-PERFORM.
           GO TO LISTA-PLACAS-VAZIO.
      * SEM O CADASTRO DE PROPRIETARIOS: PELO NOME GRAVADO NO VEICULO.
       LISTA-PLACAS-NOME.
           MOVE W-NOME-BUSCA TO FPROPRIETARIO.
           START VEHICLES-FILE KEY IS = FPROPRIETARIO
               INVALID KEY
           END-IF.
           MOVE FPLACA TO WS-P-PLACA.
           MOVE FVENCTOVISTORIA TO WS-P-VENCTO.
           MOVE FDOC-PROPRIETARIO TO WS-P-DOC.
           WRITE REL-LINHA FROM WS-LINHA-PLACA.
           ADD 1 TO W-QTD-AMIGO.
           ADD 1 TO W-TOT-PLACAS.
       LISTA-PLACAS-AMIGO-FIM.
           EXIT.

      * PLACAS DO DONO CORRENTE DE PROPRIET.DAT, PELA CHAVE
      * ALTERNATIVA FDOC-PROPRIETARIO DO CADASTRO DE VEICULOS.
       LISTA-PLACAS-DOC.
           MOVE PP-DOCUMENTO TO W-DOC-BUSCA.
           MOVE W-DOC-BUSCA TO FDOC-PROPRIETARIO.
           START VEHICLES-FILE KEY IS = FDOC-PROPRIETARIO
               INVALID KEY
                   GO TO LISTA-PLACAS-DOC-FIM
           END-START.
       LISTA-PLACAS-DOC-LOOP.
           READ VEHICLES-FILE NEXT RECORD
               AT END
                   GO TO LISTA-PLACAS-DOC-FIM
           END-READ.
           IF FDOC-PROPRIETARIO NOT = W-DOC-BUSCA
               GO TO LISTA-PLACAS-DOC-FIM
           END-IF.
           MOVE FPLACA TO WS-P-PLACA.
           MOVE FVENCTOVISTORIA TO WS-P-VENCTO.
           MOVE FDOC-PROPRIETARIO TO WS-P-DOC.
           WRITE REL-LINHA FROM WS-LINHA-PLACA.
           ADD 1 TO W-QTD-AMIGO.
           ADD 1 TO W-TOT-PLACAS.
           GO TO LISTA-PLACAS-DOC-LOOP.
       LISTA-PLACAS-DOC-FIM.
           EXIT.

      * -----------------------------------
      * VEICULO SEM CORRESPONDENCIA: O VINCULO FAPELIDO-AMIGO (SE
      * PREENCHIDO) NAO EXISTE EM CADAMIGO, OU, SEM VINCULO, O NOME
      * DO DONO NAO BATE COM NENHUM NOME DE AMIGO. O NOME DO DONO E
      * O DO CADASTRO DE PROPRIETARIOS, ACHADO PELO DOCUMENTO DO
      * VEICULO; SEM CADASTRO, O GRAVADO EM FPROPRIETARIO.
       VERIFICA-EXCECAO.
           MOVE "N" TO W-ACHOU-AMIGO.
           MOVE FPROPRIETARIO TO W-NOME-BUSCA.
           IF W-PROP-BASE-OK = "S" AND FDOC-PROPRIETARIO NOT = SPACES
               MOVE FDOC-PROPRIETARIO TO PP-DOCUMENTO
               READ PROPRIET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-NOME TO W-NOME-BUSCA
               END-READ
           END-IF.
           IF FAPELIDO-AMIGO NOT = SPACES
               MOVE FAPELIDO-AMIGO TO APELIDO
               READ CADAMIGO
                       MOVE "S" TO W-ACHOU-AMIGO
               END-READ
           ELSE
               MOVE W-NOME-BUSCA TO NOME
               READ CADAMIGO KEY IS NOME
                   INVALID KEY
                       MOVE "SEM AMIGO COM ESSE NOME" TO WS-E-MOTIVO
           END-IF.
           IF W-ACHOU-AMIGO = "N"
               MOVE FPLACA TO WS-E-PLACA
               MOVE W-NOME-BUSCA TO WS-E-PROP
               WRITE REL-LINHA FROM WS-LINHA-EXCECAO
               ADD 1 TO W-TOT-EXCECOES
           END-IF.
