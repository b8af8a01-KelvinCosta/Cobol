       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTOCEP.
      * POSTO DE VISTORIA QUE ATENDE UM ENDERECO, CHAMADO PELO
      * AGVISTO (POSTO SUGERIDO NO AGENDAMENTO) E PELO NOTIVIST
      * (POSTO DA DATA PROPOSTA NA CARTA). O CHAMADOR INFORMA O CEP
      * DO PROPRIETARIO EM PA-CEP E RECEBE DE VOLTA O CODIGO, O NOME
      * E A CAPACIDADE DIARIA DO POSTO (ZERO = CAPACIDADE PADRAO DO
      * CODIGO CP DO DOMINIO AGENDA, QUE O CHAMADOR JA TEM), E EM
      * PA-SITUACAO COMO O POSTO FOI ESCOLHIDO:
      *  - "C": POSTO QUE ATENDE A CIDADE DO CEP;
      *  - "U": POSTO QUE ATENDE A UF INTEIRA (AREA SEM CIDADE);
      *  - "P": NENHUM POSTO ATENDE O ENDERECO (OU O CEP NAO ESTA EM
      *    CEPS.DAT) - VAI O POSTO 01, O BOX ORIGINAL, OU NA FALTA
      *    DELE O PRIMEIRO POSTO ATIVO;
      *  - "I": SEM CADASTRO DE POSTOS (POSTOS.DAT, MANTIDO NO
      *    CADPOSTO) OU SEM POSTO ATIVO - VAI O POSTO 01 SEM NOME, E
      *    A AGENDA CORRE COMO NO TEMPO DO BOX UNICO.
      * SO POSTO ATIVO ATENDE. A CIDADE VALE MAIS QUE A UF INTEIRA;
      * ENTRE DOIS POSTOS DO MESMO NIVEL FICA O DE MENOR CODIGO. OS
      * ARQUIVOS SAO ABERTOS E FECHADOS A CADA CHAMADA, COMO NO
      * VALMUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS PS-CODIGO
              FILE STATUS  IS PS-STAT.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-BAIRRO WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
      * CADASTRO DE POSTOS DE VISTORIA, MANTIDO NO CADPOSTO.
       FD POSTO-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "postos.dat".
       01 POSTO-REC.
           05 PS-CODIGO PIC 9(02).
           05 PS-NOME PIC X(20).
           05 PS-CEP PIC 9(08).
           05 PS-NUMERO PIC X(06).
           05 PS-CAPACIDADE PIC 9(02).
           05 PS-SITUACAO PIC X(01).
               88 PS-ATIVO   VALUE "A".
           05 PS-QTD-AREAS PIC 9(02).
           05 PS-AREA OCCURS 10 TIMES.
               10 PS-AREA-UF PIC X(02).
               10 PS-AREA-CIDADE PIC X(20).
           05 FILLER PIC X(19).

       FD CEP-FILE VALUE OF FILE-ID IS "ceps.dat".
       01 CEP-FILE-REC.
           05 FS-KEY.
               10 FS-CEP PIC 9(08) BLANK WHEN ZEROS.
           05 FS-LOGRADOURO     PIC X(35).
           05 FS-BAIRRO PIC X(20).
           05 FS-CIDADE PIC X(20).
           05 FS-UF PIC X(02).
           05 FS-PONTO-REFERENCIA PIC X(35).
           05 FS-STATUS PIC X(01).
           05 FS-OBSERVACAO PIC X(40).
           05 FILLER      PIC X(20).

       WORKING-STORAGE SECTION.
       77 PS-STAT PIC X(02) VALUE "00".
       77 FS-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-CIDADE PIC X(20) VALUE SPACES.
       77 W-UF PIC X(02) VALUE SPACES.

      * MELHOR POSTO ACHADO EM CADA NIVEL NA VARREDURA DO CADASTRO.
       01 W-ACHADOS.
           05 W-AC-CIDADE.
               10 W-AC-CID-CODIGO PIC 9(02).
               10 W-AC-CID-NOME PIC X(20).
               10 W-AC-CID-CAPAC PIC 9(02).
           05 W-AC-UF.
               10 W-AC-UF-CODIGO PIC 9(02).
               10 W-AC-UF-NOME PIC X(20).
               10 W-AC-UF-CAPAC PIC 9(02).
           05 W-AC-PRINCIPAL.
               10 W-AC-PRI-CODIGO PIC 9(02).
               10 W-AC-PRI-NOME PIC X(20).
               10 W-AC-PRI-CAPAC PIC 9(02).
           05 W-AC-PRIMEIRO.
               10 W-AC-PRM-CODIGO PIC 9(02).
               10 W-AC-PRM-NOME PIC X(20).
               10 W-AC-PRM-CAPAC PIC 9(02).

       LINKAGE SECTION.
       01 POSTO-ATEND.
           05 PA-CEP PIC 9(08).
           05 PA-CODIGO PIC 9(02).
           05 PA-NOME PIC X(20).
           05 PA-CAPACIDADE PIC 9(02).
           05 PA-SITUACAO PIC X(01).

       PROCEDURE DIVISION USING POSTO-ATEND.
       INICIO.
           MOVE 1 TO PA-CODIGO.
           MOVE SPACES TO PA-NOME.
           MOVE ZEROS TO PA-CAPACIDADE.
           MOVE "I" TO PA-SITUACAO.
           INITIALIZE W-ACHADOS.
           PERFORM LE-ENDERECO THRU LE-ENDERECO-FIM.
           OPEN INPUT POSTO-FILE.
           IF PS-STAT NOT = "00"
               GO TO FIM-POSTOCEP
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ POSTO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF PS-ATIVO
                           PERFORM AVALIA-POSTO THRU AVALIA-POSTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTO-FILE.
           EVALUATE TRUE
               WHEN W-AC-CID-CODIGO > ZEROS
                   MOVE "C" TO PA-SITUACAO
                   MOVE W-AC-CIDADE TO W-AC-PRIMEIRO
               WHEN W-AC-UF-CODIGO > ZEROS
                   MOVE "U" TO PA-SITUACAO
                   MOVE W-AC-UF TO W-AC-PRIMEIRO
               WHEN W-AC-PRI-CODIGO > ZEROS
                   MOVE "P" TO PA-SITUACAO
                   MOVE W-AC-PRINCIPAL TO W-AC-PRIMEIRO
               WHEN W-AC-PRM-CODIGO > ZEROS
                   MOVE "P" TO PA-SITUACAO
           END-EVALUATE.
           IF W-AC-PRM-CODIGO > ZEROS
               MOVE W-AC-PRM-CODIGO TO PA-CODIGO
               MOVE W-AC-PRM-NOME TO PA-NOME
               MOVE W-AC-PRM-CAPAC TO PA-CAPACIDADE
           END-IF.
       FIM-POSTOCEP.
           GOBACK.

      * -----------------------------------
      * CIDADE E UF DO CEP DO PROPRIETARIO; CEP FORA DA BASE (OU
      * BASE INDISPONIVEL) FICA EM BRANCO E NAO CASA COM AREA NENHUMA.
       LE-ENDERECO.
           MOVE SPACES TO W-CIDADE W-UF.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = "00"
               GO TO LE-ENDERECO-FIM
           END-IF.
           MOVE PA-CEP TO FS-CEP.
           READ CEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-CIDADE TO W-CIDADE
                   MOVE FS-UF TO W-UF
           END-READ.
           CLOSE CEP-FILE.
       LE-ENDERECO-FIM.
           EXIT.

      * -----------------------------------
      * UM POSTO ATIVO (CHEGAM EM ORDEM DE CODIGO): GUARDA O PRIMEIRO
      * QUE ATENDE A CIDADE, O PRIMEIRO QUE ATENDE A UF INTEIRA, O
      * POSTO 01 E O PRIMEIRO DE TODOS.
       AVALIA-POSTO.
           IF W-AC-PRM-CODIGO = ZEROS
               MOVE PS-CODIGO TO W-AC-PRM-CODIGO
               MOVE PS-NOME TO W-AC-PRM-NOME
               MOVE PS-CAPACIDADE TO W-AC-PRM-CAPAC
           END-IF.
           IF PS-CODIGO = 1
               MOVE PS-CODIGO TO W-AC-PRI-CODIGO
               MOVE PS-NOME TO W-AC-PRI-NOME
               MOVE PS-CAPACIDADE TO W-AC-PRI-CAPAC
           END-IF.
           IF W-UF = SPACES
               GO TO AVALIA-POSTO-FIM
           END-IF.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > PS-QTD-AREAS OR IND > 10
               IF PS-AREA-UF(IND) = W-UF
                   IF PS-AREA-CIDADE(IND) = W-CIDADE
                           AND W-AC-CID-CODIGO = ZEROS
                       MOVE PS-CODIGO TO W-AC-CID-CODIGO
                       MOVE PS-NOME TO W-AC-CID-NOME
                       MOVE PS-CAPACIDADE TO W-AC-CID-CAPAC
                   END-IF
                   IF PS-AREA-CIDADE(IND) = SPACES
                           AND W-AC-UF-CODIGO = ZEROS
                       MOVE PS-CODIGO TO W-AC-UF-CODIGO
                       MOVE PS-NOME TO W-AC-UF-NOME
                       MOVE PS-CAPACIDADE TO W-AC-UF-CAPAC
                   END-IF
               END-IF
           END-PERFORM.
       AVALIA-POSTO-FIM.
           EXIT.
