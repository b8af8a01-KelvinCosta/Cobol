       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALFIPE.
      * VALIDACAO DO CODIGO FIPE DO MODELO DO VEICULO CONTRA A TABELA
      * FIPE (FIPE.DAT, CARREGADA TODO MES PELO CARGFIPE), CHAMADA
      * PELO VEHICLES NA INCLUSAO/ALTERACAO E PELO CARGVEI. O
      * CHAMADOR INFORMA O CODIGO COMO DIGITADO EM FV-CODIGO E O ANO
      * DE FABRICACAO DO VEICULO EM FV-ANO, E RECEBE DE VOLTA:
      *  - FV-NORMAL: O CODIGO NA FORMA GRAVADA ("999999-9"); O
      *    DIGITADO PODE VIR COM OU SEM O HIFEN, COM PONTO OU ESPACO;
      *  - FV-OK:
      *     "S" - CODIGO NA TABELA, COM PRECO PARA O ANO;
      *     "A" - CODIGO NA TABELA, MAS SEM PRECO PARA O ANO (O
      *           VEICULO SAI NA AVALIACAO DA FROTA SEM PRECO);
      *     "N" - CODIGO FORA DA TABELA;
      *     "F" - CODIGO FORA DO FORMATO (SETE DIGITOS);
      *     "I" - TABELA FIPE INDISPONIVEL (AINDA NAO CARREGADA) -
      *           SO O FORMATO FOI CONFERIDO;
      *  - FV-MARCA, FV-MODELO, FV-PRECO E FV-MES-REF DA LINHA ACHADA
      *    (COM "A", DO PRIMEIRO ANO-MODELO DO CODIGO, E PRECO ZERO).
      * O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, COMO NO VALMUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIPE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FP-STAT
               RECORD KEY IS FP-CHAVE.
       DATA DIVISION.
       FILE SECTION.
      * TABELA FIPE: PRECO MEDIO DE REFERENCIA POR MODELO E
      * ANO-MODELO, COM O MES DA TABELA QUE O TROUXE.
       FD FIPE-FILE VALUE OF FILE-ID IS "fipe.dat".
       01 FIPE-REC.
           05 FP-CHAVE.
               10 FP-CODIGO PIC X(08).
               10 FP-ANO-MODELO PIC 9(04).
           05 FP-MARCA PIC X(20).
           05 FP-MODELO PIC X(40).
           05 FP-PRECO PIC 9(09)V99.
           05 FP-MES-REF PIC 9(06).
           05 FILLER PIC X(11).

       WORKING-STORAGE SECTION.
       77 FP-STAT PIC X(02) VALUE "00".
       77 W-IND PIC 9(02) VALUE ZEROS.
       77 W-QTD-DIG PIC 9(02) VALUE ZEROS.
       77 W-CH PIC X(01) VALUE SPACES.
       01 W-DIGITOS PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 FIPE-VALIDACAO.
           05 FV-CODIGO PIC X(10).
           05 FV-ANO PIC 9(04).
           05 FV-NORMAL PIC X(08).
           05 FV-MARCA PIC X(20).
           05 FV-MODELO PIC X(40).
           05 FV-PRECO PIC 9(09)V99.
           05 FV-MES-REF PIC 9(06).
           05 FV-OK PIC X(01).

       PROCEDURE DIVISION USING FIPE-VALIDACAO.
       INICIO.
           MOVE SPACES TO FV-NORMAL FV-MARCA FV-MODELO.
           MOVE ZEROS TO FV-PRECO FV-MES-REF.
           MOVE "F" TO FV-OK.
      * SO OS DIGITOS CONTAM; SAO SETE, E O ULTIMO E O VERIFICADOR
      * QUE A FIPE PUBLICA DEPOIS DO HIFEN.
           MOVE SPACES TO W-DIGITOS.
           MOVE ZEROS TO W-QTD-DIG.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10
               MOVE FV-CODIGO(W-IND:1) TO W-CH
               IF W-CH >= "0" AND W-CH <= "9"
                   ADD 1 TO W-QTD-DIG
                   MOVE W-CH TO W-DIGITOS(W-QTD-DIG:1)
               ELSE
                   IF W-CH NOT = "-" AND W-CH NOT = "."
                           AND W-CH NOT = SPACE
                       MOVE 99 TO W-QTD-DIG
                       MOVE 10 TO W-IND
                   END-IF
               END-IF
           END-PERFORM.
           IF W-QTD-DIG NOT = 7
               GO TO FIM-VALFIPE
           END-IF.
           STRING W-DIGITOS(1:6) "-" W-DIGITOS(7:1)
               DELIMITED BY SIZE INTO FV-NORMAL.
           OPEN INPUT FIPE-FILE.
           IF FP-STAT NOT = "00"
               MOVE "I" TO FV-OK
               GO TO FIM-VALFIPE
           END-IF.
           MOVE "N" TO FV-OK.
           MOVE FV-NORMAL TO FP-CODIGO.
           MOVE FV-ANO TO FP-ANO-MODELO.
           READ FIPE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO FV-OK
                   MOVE FP-MARCA TO FV-MARCA
                   MOVE FP-MODELO TO FV-MODELO
                   MOVE FP-PRECO TO FV-PRECO
                   MOVE FP-MES-REF TO FV-MES-REF
           END-READ.
           IF FV-OK = "N"
               PERFORM PROCURA-CODIGO
           END-IF.
           CLOSE FIPE-FILE.
       FIM-VALFIPE.
           GOBACK.

      * -----------------------------------
      * SEM LINHA PARA O ANO: POSICIONA NO PRIMEIRO ANO-MODELO DO
      * CODIGO PARA SABER SE O MODELO EXISTE NA TABELA.
       PROCURA-CODIGO.
           MOVE FV-NORMAL TO FP-CODIGO.
           MOVE ZEROS TO FP-ANO-MODELO.
           START FIPE-FILE KEY IS NOT LESS THAN FP-CHAVE
               INVALID KEY
                   MOVE "10" TO FP-STAT
           END-START.
           IF FP-STAT = "00"
               READ FIPE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-CODIGO = FV-NORMAL
                           MOVE "A" TO FV-OK
                           MOVE FP-MARCA TO FV-MARCA
                           MOVE FP-MODELO TO FV-MODELO
                           MOVE FP-MES-REF TO FV-MES-REF
                       END-IF
               END-READ
           END-IF.
