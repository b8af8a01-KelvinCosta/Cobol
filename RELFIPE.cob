       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFIPE.
      * AVALIACAO DA FROTA PELA TABELA FIPE. VARRE VEHICLES.DAT E
      * PRECIFICA CADA VEICULO EM SITUACAO ATIVA PELO CODIGO FIPE DO
      * MODELO (FCOD-FIPE) E PELO ANO DE FABRICACAO, TOMADO COMO
      * ANO-MODELO, NA TABELA FIPE.DAT CARREGADA TODO MES PELO
      * CARGFIPE. AS SITUACOES QUE NAO ENTRAM SAO AS MESMAS DO
      * RELSEGUR (LETRAS DO CODIGO SI DO DOMINIO SEGURO, "S" SE
      * AUSENTE). SAEM EM RELFIPE.LST:
      *  - OS VEICULOS AVALIADOS, COM CODIGO, MODELO, ANO E VALOR;
      *  - O TOTAL POR MARCA (A MARCA DA TABELA FIPE, NAO O FMARCA,
      *    QUE SO COMPORTA DEZ MARCAS) E POR SITUACAO;
      *  - OS VEICULOS SEM CASAMENTO NA TABELA, COM O MOTIVO: SEM
      *    CODIGO FIPE, CODIGO FORA DA TABELA OU SEM PRECO PARA O
      *    ANO (O MODELO EXISTE, MAS NAO NAQUELE ANO-MODELO);
      *  - O VALOR TOTAL DA FROTA.
      * SEM FIPE.DAT TODO VEICULO ATIVO SAI SEM CASAMENTO E O
      * PROGRAMA TERMINA COM RC 4. GRAVA EM RELFIPE.LOG A LINHA DE
      * RESUMO QUE O BATNOITE COPIA PARA O LOG DA MANHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT FIPE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FP-STAT
               RECORD KEY IS FP-CHAVE.
           SELECT REL-FIPE ASSIGN TO "relfipe.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-FIPE ASSIGN TO "relfipe.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VEHICLES-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "VEHICLES.DAT".
       01 VEHICLE-STRUCT.
           02 FPLACA PIC X(25).
           02 FPROPRIETARIO PIC X(30).
           02 FMARCA PIC 9(01).
           02 FFANOFABRICACAO PIC 9(4).
           02 FSITUACAO PIC X(1).
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

      * TABELA FIPE CARREGADA PELO CARGFIPE.
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

       FD REL-FIPE.
       01 REL-LINHA PIC X(120).

       FD LOG-FIPE.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 ST-ERRO PIC X(02) VALUE "00".
       77 FP-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-TEM-FIPE PIC X VALUE "N".
       77 W-ACHOU PIC X VALUE "N".
       77 W-PASSO PIC 9(01) VALUE ZEROS.
       77 IND PIC 9(02) VALUE ZEROS.
       77 IND-MC PIC 9(02) VALUE ZEROS.
       77 IND-ST PIC 9(02) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-MES-TABELA PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO PIC X(30) VALUE SPACES.
       77 W-COD-BUSCA PIC X(02) VALUE SPACES.
       77 TXTSITUACAO PIC X(15) VALUE SPACES.
       77 W-TOT-VEICULOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-AVALIADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-CODIGO PIC 9(06) VALUE ZEROS.
       77 W-TOT-FORA-TABELA PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-PRECO PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-CASAR PIC 9(06) VALUE ZEROS.
       77 W-VALOR-FROTA PIC 9(12)V99 VALUE ZEROS.

      * SITUACOES QUE NAO ENTRAM NA AVALIACAO (SEGURO/SI), COM O
      * VALOR DE FABRICA QUANDO O CODIGO NAO EXISTE.
       77 W-SIT-INATIVAS PIC X(15) VALUE "S".
       01 TAB-SEGURO.
           05 TG-DOMINIO PIC X(08).
           05 TG-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TG-QTD PIC 9(02).
           05 TG-ITEM OCCURS 20 TIMES.
               10 TG-CODIGO PIC X(02).
               10 TG-DESC PIC X(15).

      * DOMINIO SITUACAO CARREGADO DE PARAMS.DAT VIA TABPARAM.
       01 TAB-SITUACOES.
           05 TS-DOMINIO PIC X(08).
           05 TS-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TS-QTD PIC 9(02).
           05 TS-ITEM OCCURS 20 TIMES.
               10 TS-CODIGO PIC X(02).
               10 TS-DESC PIC X(15).

      * TOTAIS POR MARCA FIPE, NA ORDEM EM QUE AS MARCAS APARECEM;
      * PASSANDO DE 49 MARCAS O RESTO SOMA NA 50A. LINHA, "OUTRAS".
       77 W-QTD-MARCAS PIC 9(02) VALUE ZEROS.
       01 TAB-TOT-MARCA.
           05 TT-MARCA OCCURS 50 TIMES.
               10 TT-MC-NOME PIC X(20).
               10 TT-MC-QTD PIC 9(06).
               10 TT-MC-VALOR PIC 9(12)V99.

      * TOTAIS POR SITUACAO: ATIVOS, AVALIADOS E VALOR.
       77 W-QTD-SITS PIC 9(02) VALUE ZEROS.
       01 TAB-TOT-SIT.
           05 TT-SIT OCCURS 20 TIMES.
               10 TT-ST-CODIGO PIC X(01).
               10 TT-ST-QTD PIC 9(06).
               10 TT-ST-AVALIADOS PIC 9(06).
               10 TT-ST-VALOR PIC 9(12)V99.

       01 WS-SEPARADOR PIC X(111) VALUE ALL "-".

       01 WS-CABEC1.
           05 FILLER PIC X(40) VALUE
              "AVALIACAO DA FROTA - TABELA FIPE - EM ".
           05 WS-CB-DATA PIC 9(08).
           05 FILLER PIC X(18) VALUE " - TABELA DO MES ".
           05 WS-CB-MES PIC 9(06) BLANK WHEN ZEROS.

       01 WS-CABEC2.
           05 FILLER PIC X(51) VALUE
              "PLACA                     SITUACAO        COD FIPE ".
           05 FILLER PIC X(46) VALUE
              "MODELO                                    ANO ".
           05 FILLER PIC X(14) VALUE
              "         VALOR".

       01 WS-LINHA-VEICULO.
           05 WS-D-PLACA PIC X(25).
           05 FILLER PIC X(01).
           05 WS-D-SITUACAO PIC X(15).
           05 FILLER PIC X(01).
           05 WS-D-COD-FIPE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-D-MODELO PIC X(40).
           05 FILLER PIC X(01).
           05 WS-D-ANO PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-D-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CABEC-MARCA.
           05 FILLER PIC X(50) VALUE
              "TOTAL POR MARCA (TABELA FIPE)       VEICULOS      ".
           05 FILLER PIC X(14) VALUE
              "         VALOR".

       01 WS-LINHA-MARCA.
           05 WS-M-NOME PIC X(20).
           05 FILLER PIC X(17).
           05 WS-M-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 WS-M-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CABEC-SIT.
           05 FILLER PIC X(50) VALUE
              "TOTAL POR SITUACAO      ATIVOS  AVALIADOS         ".
           05 FILLER PIC X(11) VALUE
              "      VALOR".

       01 WS-LINHA-SIT.
           05 WS-S-SITUACAO PIC X(15).
           05 FILLER PIC X(08).
           05 WS-S-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(04).
           05 WS-S-AVALIADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 WS-S-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CABEC-SEM.
           05 FILLER PIC X(52) VALUE
              "VEICULOS SEM CASAMENTO NA TABELA FIPE               ".

       01 WS-CABEC-SEM2.
           05 FILLER PIC X(51) VALUE
              "PLACA                     SITUACAO        COD FIPE ".
           05 FILLER PIC X(11) VALUE
              "ANO  MOTIVO".

       01 WS-LINHA-SEM.
           05 WS-N-PLACA PIC X(25).
           05 FILLER PIC X(01).
           05 WS-N-SITUACAO PIC X(15).
           05 FILLER PIC X(01).
           05 WS-N-COD-FIPE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-N-ANO PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-N-MOTIVO PIC X(30).

       01 WS-LINHA-TOTAL.
           05 FILLER PIC X(25) VALUE "VALOR TOTAL DA FROTA:".
           05 WS-T-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(10) VALUE "VEICULOS:".
           05 WS-LOG-VEICULOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  AVALIADOS:".
           05 WS-LOG-AVALIADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  SEM CASAMENTO:".
           05 WS-LOG-SEM-CASAR PIC ZZZ,ZZ9.
           05 FILLER PIC X(09) VALUE "  VALOR:".
           05 WS-LOG-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-FIPE.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE TAB-TOT-MARCA TAB-TOT-SIT.
           MOVE "SEGURO" TO TG-DOMINIO.
           CALL "TABPARAM" USING TAB-SEGURO.
           PERFORM CARREGA-PARAMETROS.
           MOVE "SITUACAO" TO TS-DOMINIO.
           CALL "TABPARAM" USING TAB-SITUACOES.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO VEHICLES.DAT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-FIPE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * SEM FIPE.DAT (CARGFIPE AINDA NAO RODOU) TODO VEICULO ATIVO
      * SAI SEM CASAMENTO, E O RC 4 AVISA NO LOG DA MANHA.
           OPEN INPUT FIPE-FILE.
           IF FP-STAT = "00"
               MOVE "S" TO W-TEM-FIPE
               PERFORM LE-MES-TABELA
           ELSE
               MOVE "*** TABELA FIPE.DAT NAO ENCONTRADA ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT REL-FIPE.
           MOVE W-DATA-HOJE TO WS-CB-DATA.
           MOVE W-MES-TABELA TO WS-CB-MES.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC2.
      * PRIMEIRA PASSADA: VEICULOS AVALIADOS E TOTAIS.
           MOVE 1 TO W-PASSO.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM AVALIA-VEICULO
                           THRU AVALIA-VEICULO-FIM
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
           PERFORM IMPRIME-TOTAIS.
      * SEGUNDA PASSADA: SO OS VEICULOS QUE NAO CASARAM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC-SEM.
           WRITE REL-LINHA FROM WS-CABEC-SEM2.
           MOVE 2 TO W-PASSO.
           MOVE "N" TO W-EOF.
           OPEN INPUT VEHICLES-FILE.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM AVALIA-VEICULO
                           THRU AVALIA-VEICULO-FIM
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SPACES TO REL-LINHA.
           STRING "SEM CODIGO FIPE: " W-TOT-SEM-CODIGO
               "  FORA DA TABELA: " W-TOT-FORA-TABELA
               "  SEM PRECO PARA O ANO: " W-TOT-SEM-PRECO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SPACES TO REL-LINHA.
           STRING "VEICULOS ATIVOS: " W-TOT-VEICULOS
               "  AVALIADOS: " W-TOT-AVALIADOS
               "  SEM CASAMENTO: " W-TOT-SEM-CASAR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE W-VALOR-FROTA TO WS-T-VALOR.
           WRITE REL-LINHA FROM WS-LINHA-TOTAL.
           CLOSE REL-FIPE.
           IF W-TEM-FIPE = "S"
               CLOSE FIPE-FILE
           END-IF.
           MOVE W-TOT-VEICULOS TO WS-LOG-VEICULOS.
           MOVE W-TOT-AVALIADOS TO WS-LOG-AVALIADOS.
           MOVE W-TOT-SEM-CASAR TO WS-LOG-SEM-CASAR.
           MOVE W-VALOR-FROTA TO WS-LOG-VALOR.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-FIPE.
           GOBACK.

      * -----------------------------------
      * SITUACOES QUE NAO ENTRAM NA AVALIACAO (SEGURO/SI, UMA LETRA
      * POR SITUACAO).
       CARREGA-PARAMETROS.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TG-QTD
               IF TG-CODIGO(IND) = "SI"
                   MOVE TG-DESC(IND) TO W-SIT-INATIVAS
               END-IF
           END-PERFORM.

      * -----------------------------------
      * MES DA TABELA PARA O CABECALHO: O DA CARGA MAIS RECENTE
      * (MODELOS QUE SAIRAM DA TABELA PUBLICADA FICAM COM O MES DA
      * ULTIMA CARGA QUE OS TROUXE).
       LE-MES-TABELA.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ FIPE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF FP-MES-REF > W-MES-TABELA
                           MOVE FP-MES-REF TO W-MES-TABELA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO W-EOF.

      * -----------------------------------
      * UM VEICULO: SITUACAO INATIVA NAO ENTRA; OS DEMAIS SAO
      * PROCURADOS NA TABELA. NA PRIMEIRA PASSADA O AVALIADO VAI PARA
      * O RELATORIO E PARA OS TOTAIS; NA SEGUNDA SO O QUE NAO CASOU
      * VAI PARA A LISTA, COM O MOTIVO.
       AVALIA-VEICULO.
           MOVE "N" TO W-ACHOU.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 15
               IF W-SIT-INATIVAS(IND:1) = FSITUACAO
                       AND FSITUACAO NOT = SPACE
                   MOVE "S" TO W-ACHOU
               END-IF
           END-PERFORM.
           IF W-ACHOU = "S"
               GO TO AVALIA-VEICULO-FIM
           END-IF.
           PERFORM PROCURA-PRECO THRU PROCURA-PRECO-FIM.
           MOVE FSITUACAO TO W-COD-BUSCA.
           PERFORM DESCREVE-SITUACAO.
           IF W-PASSO = 2
               IF W-MOTIVO NOT = SPACES
                   MOVE SPACES TO WS-LINHA-SEM
                   MOVE FPLACA TO WS-N-PLACA
                   MOVE TXTSITUACAO TO WS-N-SITUACAO
                   MOVE FCOD-FIPE TO WS-N-COD-FIPE
                   MOVE FFANOFABRICACAO TO WS-N-ANO
                   MOVE W-MOTIVO TO WS-N-MOTIVO
                   WRITE REL-LINHA FROM WS-LINHA-SEM
               END-IF
               GO TO AVALIA-VEICULO-FIM
           END-IF.
           ADD 1 TO W-TOT-VEICULOS.
           PERFORM ACUMULA-SITUACAO.
           IF W-MOTIVO NOT = SPACES
               ADD 1 TO W-TOT-SEM-CASAR
               GO TO AVALIA-VEICULO-FIM
           END-IF.
           ADD 1 TO W-TOT-AVALIADOS.
           ADD FP-PRECO TO W-VALOR-FROTA.
           ADD 1 TO TT-ST-AVALIADOS(IND-ST).
           ADD FP-PRECO TO TT-ST-VALOR(IND-ST).
           PERFORM ACUMULA-MARCA.
           MOVE SPACES TO WS-LINHA-VEICULO.
           MOVE FPLACA TO WS-D-PLACA.
           MOVE TXTSITUACAO TO WS-D-SITUACAO.
           MOVE FCOD-FIPE TO WS-D-COD-FIPE.
           MOVE FP-MODELO TO WS-D-MODELO.
           MOVE FFANOFABRICACAO TO WS-D-ANO.
           MOVE FP-PRECO TO WS-D-VALOR.
           WRITE REL-LINHA FROM WS-LINHA-VEICULO.
       AVALIA-VEICULO-FIM.
           EXIT.

      * -----------------------------------
      * PRECO DO VEICULO PELO CODIGO E ANO; SEM LINHA PARA O ANO,
      * POSICIONA NO PRIMEIRO ANO-MODELO DO CODIGO PARA SEPARAR
      * "SEM PRECO PARA O ANO" DE "FORA DA TABELA". W-MOTIVO EM
      * BRANCO = ACHOU O PRECO (EM FIPE-REC). OS CONTADORES DE
      * MOTIVO SO ANDAM NA SEGUNDA PASSADA.
       PROCURA-PRECO.
           MOVE SPACES TO W-MOTIVO.
           IF FCOD-FIPE = SPACES
               MOVE "SEM CODIGO FIPE" TO W-MOTIVO
               IF W-PASSO = 2
                   ADD 1 TO W-TOT-SEM-CODIGO
               END-IF
               GO TO PROCURA-PRECO-FIM
           END-IF.
           IF W-TEM-FIPE NOT = "S"
               MOVE "TABELA FIPE NAO CARREGADA" TO W-MOTIVO
               IF W-PASSO = 2
                   ADD 1 TO W-TOT-FORA-TABELA
               END-IF
               GO TO PROCURA-PRECO-FIM
           END-IF.
           MOVE FCOD-FIPE TO FP-CODIGO.
           MOVE FFANOFABRICACAO TO FP-ANO-MODELO.
           READ FIPE-FILE
               INVALID KEY
                   MOVE "CODIGO FORA DA TABELA" TO W-MOTIVO
           END-READ.
           IF W-MOTIVO = SPACES
               GO TO PROCURA-PRECO-FIM
           END-IF.
           MOVE FCOD-FIPE TO FP-CODIGO.
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
                       IF FP-CODIGO = FCOD-FIPE
                           MOVE "SEM PRECO PARA O ANO" TO W-MOTIVO
                       END-IF
               END-READ
           END-IF.
           IF W-PASSO = 2
               IF W-MOTIVO = "SEM PRECO PARA O ANO"
                   ADD 1 TO W-TOT-SEM-PRECO
               ELSE
                   ADD 1 TO W-TOT-FORA-TABELA
               END-IF
           END-IF.
       PROCURA-PRECO-FIM.
           EXIT.

      * -----------------------------------
      * DESCRICAO DA SITUACAO EM W-COD-BUSCA NO DOMINIO SITUACAO.
       DESCREVE-SITUACAO.
           MOVE "INVALIDA" TO TXTSITUACAO.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TS-QTD
               IF TS-CODIGO(IND) = W-COD-BUSCA
                   MOVE TS-DESC(IND) TO TXTSITUACAO
               END-IF
           END-PERFORM.

      * -----------------------------------
      * CONTA O VEICULO ATIVO NA SUA SITUACAO E DEIXA IND-ST NA
      * LINHA DELA; PASSANDO DE 20 SITUACOES O RESTO SOMA NA ULTIMA.
       ACUMULA-SITUACAO.
           MOVE ZEROS TO IND-ST.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-QTD-SITS
               IF TT-ST-CODIGO(IND) = FSITUACAO
                   MOVE IND TO IND-ST
               END-IF
           END-PERFORM.
           IF IND-ST = ZEROS
               IF W-QTD-SITS < 20
                   ADD 1 TO W-QTD-SITS
                   MOVE W-QTD-SITS TO IND-ST
                   MOVE FSITUACAO TO TT-ST-CODIGO(IND-ST)
                   MOVE ZEROS TO TT-ST-QTD(IND-ST)
                       TT-ST-AVALIADOS(IND-ST) TT-ST-VALOR(IND-ST)
               ELSE
                   MOVE 20 TO IND-ST
               END-IF
           END-IF.
           ADD 1 TO TT-ST-QTD(IND-ST).

      * -----------------------------------
      * SOMA O VEICULO AVALIADO NA SUA MARCA FIPE.
       ACUMULA-MARCA.
           MOVE ZEROS TO IND-MC.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-QTD-MARCAS
               IF TT-MC-NOME(IND) = FP-MARCA
                   MOVE IND TO IND-MC
               END-IF
           END-PERFORM.
           IF IND-MC = ZEROS
               IF W-QTD-MARCAS < 49
                   ADD 1 TO W-QTD-MARCAS
                   MOVE W-QTD-MARCAS TO IND-MC
                   MOVE FP-MARCA TO TT-MC-NOME(IND-MC)
               ELSE
                   MOVE 50 TO IND-MC W-QTD-MARCAS
                   MOVE "OUTRAS" TO TT-MC-NOME(IND-MC)
               END-IF
           END-IF.
           ADD 1 TO TT-MC-QTD(IND-MC).
           ADD FP-PRECO TO TT-MC-VALOR(IND-MC).

      * -----------------------------------
      * QUADROS DE TOTAIS POR MARCA FIPE E POR SITUACAO.
       IMPRIME-TOTAIS.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC-MARCA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-QTD-MARCAS
               MOVE SPACES TO WS-LINHA-MARCA
               MOVE TT-MC-NOME(IND) TO WS-M-NOME
               MOVE TT-MC-QTD(IND) TO WS-M-QTD
               MOVE TT-MC-VALOR(IND) TO WS-M-VALOR
               WRITE REL-LINHA FROM WS-LINHA-MARCA
           END-PERFORM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC-SIT.
           PERFORM VARYING IND-ST FROM 1 BY 1
                   UNTIL IND-ST > W-QTD-SITS
               MOVE TT-ST-CODIGO(IND-ST) TO W-COD-BUSCA
               PERFORM DESCREVE-SITUACAO
               MOVE SPACES TO WS-LINHA-SIT
               MOVE TXTSITUACAO TO WS-S-SITUACAO
               MOVE TT-ST-QTD(IND-ST) TO WS-S-QTD
               MOVE TT-ST-AVALIADOS(IND-ST) TO WS-S-AVALIADOS
               MOVE TT-ST-VALOR(IND-ST) TO WS-S-VALOR
               WRITE REL-LINHA FROM WS-LINHA-SIT
           END-PERFORM.
