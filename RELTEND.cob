       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTEND.
      * TENDENCIA MES A MES DOS CADASTROS. LE O HISTORICO DE
      * FOTOGRAFIAS MENSAIS GRAVADO PELO ESTATMES (ESTATMES.DAT) E
      * MOSTRA EM RELTEND.LST AS 12 ULTIMAS LADO A LADO, UMA COLUNA
      * POR MES, CADA CONTAGEM SEGUIDA DA VARIACAO SOBRE O MES
      * ANTERIOR: VEICULOS POR SITUACAO E POR MARCA, VISTORIAS
      * VENCIDAS, CEPS ATIVOS/CANCELADOS POR UF, AMIGOS POR TIPO E
      * VISTORIAS FEITAS/REPROVADAS NO MES, NO TOTAL E POR POSTO DE
      * VISTORIA (FOTOGRAFIA ANTIGA NAO TEM POSTO). SITUACAO, MARCA
      * E TIPO DE AMIGO SAEM COM A DESCRICAO DOS DOMINIOS DE
      * PARAMS.DAT.
      * LINHA QUE FICOU ZERADA NOS 12 MESES NAO E IMPRESSA. RODA NA
      * JANELA NOTURNA LOGO DEPOIS DO ESTATMES E GRAVA A LINHA DE
      * RESUMO EM RELTEND.LOG PARA O BATNOITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAT-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ES-STAT.
           SELECT REL-TEND ASSIGN TO "reltend.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-TEND ASSIGN TO "reltend.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ESTAT-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "estatmes.dat".
       01 ESTAT-REC PIC X(762).

       FD REL-TEND.
       01 REL-LINHA PIC X(132).

       FD LOG-TEND.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 ES-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 IND PIC 9(02) VALUE ZEROS.
       77 IND-DOM PIC 9(02) VALUE ZEROS.
       77 W-COL PIC 9(02) VALUE ZEROS.
       77 W-COL-ANT PIC 9(02) VALUE ZEROS.
       77 W-VALOR PIC 9(06) VALUE ZEROS.
       77 W-VARIACAO PIC S9(06) VALUE ZEROS.
       77 W-ROTULO PIC X(20) VALUE SPACES.
       77 W-DESC PIC X(15) VALUE SPACES.
       77 W-DIGITO PIC 9(01) VALUE ZEROS.
       77 W-DIGITO-X PIC X(01) VALUE SPACES.

      * FOTOGRAFIA MENSAL, NO MESMO LAYOUT DO ESTATMES.
       01 W-ESTAT.
           05 ES-MES PIC 9(06).
           05 ES-DATA-FOTO PIC 9(08).
           05 ES-VEIC-TOTAL PIC 9(06).
           05 ES-VEIC-VENCIDOS PIC 9(06).
           05 ES-QTD-SIT PIC 9(02).
           05 ES-SIT OCCURS 20 TIMES.
               10 ES-SIT-CODIGO PIC X(01).
               10 ES-SIT-QTD PIC 9(06).
           05 ES-MARCA-QTD PIC 9(06) OCCURS 10 TIMES.
           05 ES-QTD-UF PIC 9(02).
           05 ES-UF OCCURS 30 TIMES.
               10 ES-UF-SIGLA PIC X(02).
               10 ES-UF-ATIVOS PIC 9(06).
               10 ES-UF-CANCEL PIC 9(06).
           05 ES-AMIGO-TOTAL PIC 9(06).
           05 ES-TPAMIGO-QTD PIC 9(06) OCCURS 9 TIMES.
           05 ES-VIST-FEITAS PIC 9(06).
           05 ES-VIST-REPROV PIC 9(06).
           05 ES-POSTO OCCURS 4 TIMES.
               10 ES-PO-CODIGO PIC X(02).
               10 ES-PO-FEITAS PIC 9(04).
               10 ES-PO-REPROV PIC 9(04).

      * AS 12 ULTIMAS FOTOGRAFIAS, DA MAIS ANTIGA (1) PARA A MAIS
      * RECENTE; CHEGANDO UMA 13A, TODAS ANDAM UMA POSICAO.
       01 TAB-MESES.
           05 W-QTD-MESES PIC 9(02) VALUE ZEROS.
           05 TM-FOTO PIC X(762) OCCURS 12 TIMES.

      * LINHAS DO RELATORIO: UM ROTULO E O VALOR DE CADA COLUNA (MES).
       01 TAB-LINHAS.
           05 W-QTD-LINHAS PIC 9(03) VALUE ZEROS.
           05 TL-ITEM OCCURS 150 TIMES.
               10 TL-ROTULO PIC X(20).
               10 TL-VALOR PIC 9(06) OCCURS 12 TIMES.
       77 IND-TL PIC 9(03) VALUE ZEROS.
       77 W-POS-TL PIC 9(03) VALUE ZEROS.
       77 W-SOMA-LINHA PIC 9(08) VALUE ZEROS.

       01 TAB-SITUACOES.
           05 TS-DOMINIO PIC X(08).
           05 TS-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TS-QTD PIC 9(02).
           05 TS-ITEM OCCURS 20 TIMES.
               10 TS-CODIGO PIC X(02).
               10 TS-DESC PIC X(15).

       01 TAB-MARCAS.
           05 TM-DOMINIO PIC X(08).
           05 TM-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TM-QTD PIC 9(02).
           05 TM-ITEM OCCURS 20 TIMES.
               10 TM-CODIGO PIC X(02).
               10 TM-DESC PIC X(15).

       01 TAB-TPAMIGOS.
           05 TA-DOMINIO PIC X(08).
           05 TA-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TA-QTD PIC 9(02).
           05 TA-ITEM OCCURS 20 TIMES.
               10 TA-CODIGO PIC X(02).
               10 TA-DESC PIC X(15).

       01 WS-SEPARADOR PIC X(128) VALUE ALL "-".

       01 WS-CABEC1 PIC X(60) VALUE
           "TENDENCIA MENSAL DOS CADASTROS - ULTIMAS 12 FOTOGRAFIAS".

       01 WS-CABEC2.
           05 FILLER PIC X(20) VALUE "CONTAGEM".
           05 WS-CB-COLUNA OCCURS 12 TIMES.
               10 FILLER PIC X(02).
               10 WS-CB-MES PIC 9999/99.

       01 WS-LINHA-VALOR.
           05 WS-V-ROTULO PIC X(20).
           05 WS-V-COLUNA OCCURS 12 TIMES.
               10 FILLER PIC X(02).
               10 WS-V-VALOR PIC ZZZ,ZZ9.

       01 WS-LINHA-VARIACAO.
           05 WS-X-ROTULO PIC X(20).
           05 WS-X-COLUNA OCCURS 12 TIMES.
               10 FILLER PIC X(01).
               10 WS-X-VALOR PIC ++++,++9.

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(13) VALUE "FOTOGRAFIAS: ".
           05 WS-LOG-MESES PIC Z9.
           05 FILLER PIC X(06) VALUE "  DE: ".
           05 WS-LOG-DE PIC 9999/99.
           05 FILLER PIC X(07) VALUE "  ATE: ".
           05 WS-LOG-ATE PIC 9999/99.
           05 FILLER PIC X(10) VALUE "  LINHAS: ".
           05 WS-LOG-LINHAS PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-TEND.
           OPEN INPUT ESTAT-FILE.
           IF ES-STAT NOT = "00"
               MOVE "ESTATMES.DAT INDISPONIVEL - RELATORIO NAO EMITIDO"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-TEND
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL W-EOF = "S"
               READ ESTAT-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM GUARDA-FOTO
               END-READ
           END-PERFORM.
           CLOSE ESTAT-FILE.
           MOVE "SITUACAO" TO TS-DOMINIO.
           CALL "TABPARAM" USING TAB-SITUACOES.
           MOVE "MARCA" TO TM-DOMINIO.
           CALL "TABPARAM" USING TAB-MARCAS.
           MOVE "TPAMIGO" TO TA-DOMINIO.
           CALL "TABPARAM" USING TAB-TPAMIGOS.
           PERFORM VARYING W-COL FROM 1 BY 1
                   UNTIL W-COL > W-QTD-MESES
               MOVE TM-FOTO(W-COL) TO W-ESTAT
               PERFORM MONTA-COLUNA
           END-PERFORM.
           PERFORM EMITE-RELATORIO.
           MOVE W-QTD-MESES TO WS-LOG-MESES.
           MOVE W-QTD-LINHAS TO WS-LOG-LINHAS.
           MOVE ZEROS TO WS-LOG-DE WS-LOG-ATE.
           IF W-QTD-MESES > ZEROS
               MOVE TM-FOTO(1) TO W-ESTAT
               MOVE ES-MES TO WS-LOG-DE
               MOVE TM-FOTO(W-QTD-MESES) TO W-ESTAT
               MOVE ES-MES TO WS-LOG-ATE
           END-IF.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-TEND.
           GOBACK.

      * -----------------------------------
      * JANELA DAS 12 ULTIMAS: CHEIA, A MAIS ANTIGA SAI.
       GUARDA-FOTO.
           IF W-QTD-MESES < 12
               ADD 1 TO W-QTD-MESES
           ELSE
               PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 11
                   MOVE TM-FOTO(IND + 1) TO TM-FOTO(IND)
               END-PERFORM
           END-IF.
           MOVE ESTAT-REC TO TM-FOTO(W-QTD-MESES).

      * -----------------------------------
      * ESPALHA AS CONTAGENS DE UMA FOTOGRAFIA NAS LINHAS, NA COLUNA
      * W-COL. A ORDEM DAS LINHAS E A DA PRIMEIRA VEZ QUE APARECEM.
       MONTA-COLUNA.
           MOVE "VEICULOS - TOTAL" TO W-ROTULO.
           MOVE ES-VEIC-TOTAL TO W-VALOR.
           PERFORM GUARDA-VALOR.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > ES-QTD-SIT
               MOVE SPACES TO W-DESC
               PERFORM VARYING IND-DOM FROM 1 BY 1
                       UNTIL IND-DOM > TS-QTD
                   IF TS-CODIGO(IND-DOM) = ES-SIT-CODIGO(IND)
                       MOVE TS-DESC(IND-DOM) TO W-DESC
                   END-IF
               END-PERFORM
               MOVE SPACES TO W-ROTULO
               STRING " SIT " ES-SIT-CODIGO(IND) " " W-DESC
                   DELIMITED BY SIZE INTO W-ROTULO
               MOVE ES-SIT-QTD(IND) TO W-VALOR
               PERFORM GUARDA-VALOR
           END-PERFORM.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 10
               COMPUTE W-DIGITO = IND - 1
               MOVE W-DIGITO TO W-DIGITO-X
               MOVE SPACES TO W-DESC
               PERFORM VARYING IND-DOM FROM 1 BY 1
                       UNTIL IND-DOM > TM-QTD
                   IF TM-CODIGO(IND-DOM) = W-DIGITO-X
                       MOVE TM-DESC(IND-DOM) TO W-DESC
                   END-IF
               END-PERFORM
               MOVE SPACES TO W-ROTULO
               STRING " MARCA " W-DIGITO-X " " W-DESC
                   DELIMITED BY SIZE INTO W-ROTULO
               MOVE ES-MARCA-QTD(IND) TO W-VALOR
               PERFORM GUARDA-VALOR
           END-PERFORM.
           MOVE " VISTORIA VENCIDA" TO W-ROTULO.
           MOVE ES-VEIC-VENCIDOS TO W-VALOR.
           PERFORM GUARDA-VALOR.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > ES-QTD-UF
               MOVE SPACES TO W-ROTULO
               STRING "CEPS " ES-UF-SIGLA(IND) " ATIVOS"
                   DELIMITED BY SIZE INTO W-ROTULO
               MOVE ES-UF-ATIVOS(IND) TO W-VALOR
               PERFORM GUARDA-VALOR
               MOVE SPACES TO W-ROTULO
               STRING "CEPS " ES-UF-SIGLA(IND) " CANCELADOS"
                   DELIMITED BY SIZE INTO W-ROTULO
               MOVE ES-UF-CANCEL(IND) TO W-VALOR
               PERFORM GUARDA-VALOR
           END-PERFORM.
           MOVE "AMIGOS - TOTAL" TO W-ROTULO.
           MOVE ES-AMIGO-TOTAL TO W-VALOR.
           PERFORM GUARDA-VALOR.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 9
               MOVE IND TO W-DIGITO
               MOVE W-DIGITO TO W-DIGITO-X
               MOVE SPACES TO W-DESC
               PERFORM VARYING IND-DOM FROM 1 BY 1
                       UNTIL IND-DOM > TA-QTD
                   IF TA-CODIGO(IND-DOM) = W-DIGITO-X
                       MOVE TA-DESC(IND-DOM) TO W-DESC
                   END-IF
               END-PERFORM
               MOVE SPACES TO W-ROTULO
               STRING " TIPO " W-DIGITO-X " " W-DESC
                   DELIMITED BY SIZE INTO W-ROTULO
               MOVE ES-TPAMIGO-QTD(IND) TO W-VALOR
               PERFORM GUARDA-VALOR
           END-PERFORM.
           MOVE "VISTORIAS NO MES" TO W-ROTULO.
           MOVE ES-VIST-FEITAS TO W-VALOR.
           PERFORM GUARDA-VALOR.
           MOVE " REPROVADAS" TO W-ROTULO.
           MOVE ES-VIST-REPROV TO W-VALOR.
           PERFORM GUARDA-VALOR.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 4
               IF ES-PO-CODIGO(IND) NOT = SPACES
                       AND ES-PO-FEITAS(IND) NUMERIC
                       AND ES-PO-REPROV(IND) NUMERIC
                   MOVE SPACES TO W-ROTULO
                   STRING " POSTO " ES-PO-CODIGO(IND) " FEITAS"
                       DELIMITED BY SIZE INTO W-ROTULO
                   MOVE ES-PO-FEITAS(IND) TO W-VALOR
                   PERFORM GUARDA-VALOR
                   MOVE SPACES TO W-ROTULO
                   STRING " POSTO " ES-PO-CODIGO(IND) " REPROVADAS"
                       DELIMITED BY SIZE INTO W-ROTULO
                   MOVE ES-PO-REPROV(IND) TO W-VALOR
                   PERFORM GUARDA-VALOR
               END-IF
           END-PERFORM.

      * VALOR W-VALOR NA LINHA W-ROTULO (INCLUI A LINHA SE E NOVA).
       GUARDA-VALOR.
           MOVE ZEROS TO W-POS-TL.
           PERFORM VARYING IND-TL FROM 1 BY 1
                   UNTIL IND-TL > W-QTD-LINHAS OR W-POS-TL > ZEROS
               IF TL-ROTULO(IND-TL) = W-ROTULO
                   MOVE IND-TL TO W-POS-TL
               END-IF
           END-PERFORM.
           IF W-POS-TL = ZEROS
               IF W-QTD-LINHAS < 150
                   ADD 1 TO W-QTD-LINHAS
                   MOVE W-QTD-LINHAS TO W-POS-TL
                   INITIALIZE TL-ITEM(W-POS-TL)
                   MOVE W-ROTULO TO TL-ROTULO(W-POS-TL)
               END-IF
           END-IF.
           IF W-POS-TL > ZEROS
               MOVE W-VALOR TO TL-VALOR(W-POS-TL, W-COL)
           END-IF.

      * -----------------------------------
       EMITE-RELATORIO.
           OPEN OUTPUT REL-TEND.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SPACES TO WS-CABEC2(21:).
           PERFORM VARYING W-COL FROM 1 BY 1
                   UNTIL W-COL > W-QTD-MESES
               MOVE TM-FOTO(W-COL) TO W-ESTAT
               MOVE ES-MES TO WS-CB-MES(W-COL)
           END-PERFORM.
           WRITE REL-LINHA FROM WS-CABEC2.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           IF W-QTD-MESES = ZEROS
               MOVE "NENHUMA FOTOGRAFIA MENSAL GRAVADA" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM VARYING IND-TL FROM 1 BY 1
                   UNTIL IND-TL > W-QTD-LINHAS
               PERFORM IMPRIME-LINHA
           END-PERFORM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           CLOSE REL-TEND.

      * A VARIACAO SAI A PARTIR DA SEGUNDA COLUNA.
       IMPRIME-LINHA.
           MOVE ZEROS TO W-SOMA-LINHA.
           PERFORM VARYING W-COL FROM 1 BY 1
                   UNTIL W-COL > W-QTD-MESES
               ADD TL-VALOR(IND-TL, W-COL) TO W-SOMA-LINHA
           END-PERFORM.
           IF W-SOMA-LINHA > ZEROS
               MOVE SPACES TO WS-LINHA-VALOR WS-LINHA-VARIACAO
               MOVE TL-ROTULO(IND-TL) TO WS-V-ROTULO
               MOVE "   VARIACAO" TO WS-X-ROTULO
               PERFORM VARYING W-COL FROM 1 BY 1
                       UNTIL W-COL > W-QTD-MESES
                   MOVE TL-VALOR(IND-TL, W-COL) TO WS-V-VALOR(W-COL)
                   IF W-COL > 1
                       COMPUTE W-COL-ANT = W-COL - 1
                       COMPUTE W-VARIACAO = TL-VALOR(IND-TL, W-COL)
                           - TL-VALOR(IND-TL, W-COL-ANT)
                       MOVE W-VARIACAO TO WS-X-VALOR(W-COL)
                   END-IF
               END-PERFORM
               WRITE REL-LINHA FROM WS-LINHA-VALOR
               WRITE REL-LINHA FROM WS-LINHA-VARIACAO
           END-IF.
