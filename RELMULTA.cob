       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMULTA.
      * MULTAS DE TRANSITO EM ABERTO POR RESPONSAVEL. VARRE
      * MULTA.DAT (MANTIDO NO CADMULTA), SEPARA AS MULTAS AINDA NAO
      * QUITADAS - ABERTAS E EM RECURSO - E AS CLASSIFICA POR
      * RESPONSAVEL NA DATA DA INFRACAO, PLACA E DATA. O RESPONSAVEL
      * E O DOCUMENTO (MU-DOC-PROP), NAO A GRAFIA DO NOME; O NOME
      * IMPRESSO VEM DO CADASTRO DE PROPRIETARIOS (PROPRIET.DAT) E,
      * SEM ELE, E O GRAVADO NA MULTA. MULTA ANTIGA SEM DOCUMENTO
      * FICA AGRUPADA PELO NOME GRAVADO. MARCA AS JA
      * VENCIDAS (VENCIMENTO ANTERIOR A HOJE). GRAVA EM RELMULTA.LST
      * AS MULTAS DE CADA RESPONSAVEL COM O SUBTOTAL E O TOTAL GERAL
      * NO FIM, E EM RELMULTA.LOG A LINHA DE RESUMO QUE O BATNOITE
      * COPIA PARA O LOG DA MANHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULTA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS MU-CHAVE
              ALTERNATE RECORD KEY IS MU-PROPRIETARIO WITH DUPLICATES
              FILE STATUS  IS MU-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS PP-DOCUMENTO
              ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
              FILE STATUS  IS PP-STAT.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT REL-MULTA ASSIGN TO "relmulta.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-MULTA ASSIGN TO "relmulta.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MULTA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "multa.dat".
       01 MULTA-REC.
           02 MU-CHAVE.
               03 MU-PLACA PIC X(25).
               03 MU-AUTO PIC X(15).
           02 MU-DATA-INFRACAO PIC 9(08).
           02 MU-VALOR PIC 9(07)V99.
           02 MU-VENCIMENTO PIC 9(08).
           02 MU-SITUACAO PIC X(01).
               88 MU-ABERTA    VALUE "A".
               88 MU-PAGA      VALUE "P".
               88 MU-RECURSO   VALUE "R".
               88 MU-CANCELADA VALUE "C".
           02 MU-PROPRIETARIO PIC X(30).
           02 MU-ORIGEM PIC X(01).
           02 MU-DATA-PAGTO PIC 9(08).
           02 MU-DATA-LANC PIC 9(08).
           02 MU-OPERADOR PIC X(20).
           02 MU-DOC-PROP PIC X(14).
           02 FILLER PIC X(06).

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

       SD WORK-SORT.
       01 SD-MULTA-REC.
           05 SD-DOC-PROP PIC X(14).
           05 SD-PROPRIETARIO PIC X(30).
           05 SD-PLACA PIC X(25).
           05 SD-DATA PIC 9(08).
           05 SD-AUTO PIC X(15).
           05 SD-VENCIMENTO PIC 9(08).
           05 SD-SITUACAO PIC X(01).
           05 SD-VALOR PIC 9(07)V99.

       FD REL-MULTA.
       01 REL-LINHA PIC X(120).

       FD LOG-MULTA.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 MU-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-FIM-SORT PIC X VALUE "N".
           88 FIM-SORT VALUE "S".
       77 W-PROP-ATUAL PIC X(30) VALUE SPACES.
       77 W-DOC-ATUAL PIC X(14) VALUE SPACES.
       77 PP-STAT PIC X(02) VALUE "00".
       77 W-PROP-BASE-OK PIC X VALUE "N".
       77 W-TEM-PROP PIC X VALUE "N".
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-TOT-ABERTAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-VENCIDAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-PROPS PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 W-QTD-PROP PIC 9(04) VALUE ZEROS.
       77 W-VALOR-PROP PIC 9(09)V99 VALUE ZEROS.

       01 WS-SEPARADOR PIC X(98) VALUE ALL "-".

       01 WS-CABEC1.
           05 FILLER PIC X(46) VALUE
              "MULTAS EM ABERTO POR RESPONSAVEL - POSICAO EM ".
           05 WS-CB-DATA PIC 9(08).

       01 WS-CABEC2.
           05 FILLER PIC X(51) VALUE
              "PLACA                     AUTO            INFRACAO ".
           05 FILLER PIC X(26) VALUE "VENCTO   SIT         VALOR".

       01 WS-LINHA-PROP.
           05 FILLER PIC X(13) VALUE "RESPONSAVEL: ".
           05 WS-PR-NOME PIC X(30).
           05 FILLER PIC X(12) VALUE "  CPF/CNPJ: ".
           05 WS-PR-DOC PIC X(14).

       01 WS-LINHA-MULTA.
           05 WS-D-PLACA PIC X(25).
           05 FILLER PIC X(01).
           05 WS-D-AUTO PIC X(15).
           05 FILLER PIC X(01).
           05 WS-D-DATA PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-D-VENCIMENTO PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-D-SITUACAO PIC X(03).
           05 WS-D-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01).
           05 WS-D-AVISO PIC X(10).

       01 WS-LINHA-SUBTOTAL.
           05 FILLER PIC X(18) VALUE "   SUBTOTAL - ".
           05 WS-S-QTD PIC Z,ZZ9.
           05 FILLER PIC X(10) VALUE " MULTA(S) ".
           05 FILLER PIC X(30) VALUE SPACES.
           05 WS-S-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL.
           05 FILLER PIC X(63) VALUE "TOTAL GERAL".
           05 WS-T-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(09) VALUE "ABERTAS: ".
           05 WS-LOG-ABERTAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  VENCIDAS: ".
           05 WS-LOG-VENCIDAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  RESPONSAVEIS: ".
           05 WS-LOG-PROPS PIC ZZZ,ZZ9.
           05 FILLER PIC X(09) VALUE "  VALOR: ".
           05 WS-LOG-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-MULTA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT MULTA-FILE.
           IF MU-STAT NOT = "00"
               MOVE "MULTA.DAT INDISPONIVEL - POSICAO NAO EMITIDA"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-MULTA
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
      * SEM O CADASTRO DE PROPRIETARIOS O NOME SAI O DA MULTA.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT = "00"
               MOVE "S" TO W-PROP-BASE-OK
           END-IF.
           SORT WORK-SORT
               ON ASCENDING KEY SD-DOC-PROP SD-PROPRIETARIO
                   SD-PLACA SD-DATA
               INPUT PROCEDURE SELECIONA-MULTAS
               OUTPUT PROCEDURE EMITE-POSICAO.
           CLOSE MULTA-FILE.
           IF W-PROP-BASE-OK = "S"
               CLOSE PROPRIET-FILE
           END-IF.
           MOVE W-TOT-ABERTAS TO WS-LOG-ABERTAS.
           MOVE W-TOT-VENCIDAS TO WS-LOG-VENCIDAS.
           MOVE W-TOT-PROPS TO WS-LOG-PROPS.
           MOVE W-TOT-VALOR TO WS-LOG-VALOR.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-MULTA.
           GOBACK.

      * -----------------------------------
      * SO ENTRAM AS MULTAS AINDA NAO QUITADAS: ABERTAS E EM RECURSO
      * (O RECURSO PODE SER INDEFERIDO E A MULTA CONTINUA DEVIDA).
       SELECIONA-MULTAS.
           PERFORM UNTIL W-EOF = "S"
               READ MULTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF MU-ABERTA OR MU-RECURSO
                           MOVE MU-DOC-PROP TO SD-DOC-PROP
                           MOVE MU-PROPRIETARIO TO SD-PROPRIETARIO
                           MOVE MU-PLACA TO SD-PLACA
                           MOVE MU-DATA-INFRACAO TO SD-DATA
                           MOVE MU-AUTO TO SD-AUTO
                           MOVE MU-VENCIMENTO TO SD-VENCIMENTO
                           MOVE MU-SITUACAO TO SD-SITUACAO
                           MOVE MU-VALOR TO SD-VALOR
                           RELEASE SD-MULTA-REC
                       END-IF
               END-READ
           END-PERFORM.

      * -----------------------------------
      * UMA QUEBRA POR RESPONSAVEL (OS REGISTROS CHEGAM CLASSIFICADOS)
      * COM O SUBTOTAL, E O TOTAL GERAL NO FIM. A QUEBRA E PELO
      * DOCUMENTO; SO SEM DOCUMENTO ELA E PELO NOME GRAVADO.
       EMITE-POSICAO.
           OPEN OUTPUT REL-MULTA.
           MOVE W-DATA-HOJE TO WS-CB-DATA.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC2.
           PERFORM UNTIL FIM-SORT
               RETURN WORK-SORT
                   AT END
                       MOVE "S" TO W-FIM-SORT
                   NOT AT END
                       PERFORM IMPRIME-MULTA
               END-RETURN
           END-PERFORM.
           IF W-TEM-PROP = "S"
               PERFORM FECHA-PROPRIETARIO
           END-IF.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE W-TOT-VALOR TO WS-T-VALOR.
           WRITE REL-LINHA FROM WS-LINHA-TOTAL.
           MOVE SPACES TO REL-LINHA.
           STRING "MULTAS EM ABERTO: " W-TOT-ABERTAS
               "  VENCIDAS: " W-TOT-VENCIDAS
               "  RESPONSAVEIS: " W-TOT-PROPS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE REL-MULTA.

       IMPRIME-MULTA.
           IF SD-DOC-PROP NOT = W-DOC-ATUAL
                   OR (SD-DOC-PROP = SPACES
                       AND SD-PROPRIETARIO NOT = W-PROP-ATUAL)
                   OR W-TEM-PROP = "N"
               IF W-TEM-PROP = "S"
                   PERFORM FECHA-PROPRIETARIO
               END-IF
               PERFORM ABRE-PROPRIETARIO
           END-IF.
           ADD 1 TO W-TOT-ABERTAS W-QTD-PROP.
           ADD SD-VALOR TO W-TOT-VALOR W-VALOR-PROP.
           MOVE SPACES TO WS-LINHA-MULTA.
           MOVE SD-PLACA TO WS-D-PLACA.
           MOVE SD-AUTO TO WS-D-AUTO.
           MOVE SD-DATA TO WS-D-DATA.
           MOVE SD-VENCIMENTO TO WS-D-VENCIMENTO.
           MOVE SD-SITUACAO TO WS-D-SITUACAO.
           MOVE SD-VALOR TO WS-D-VALOR.
           IF SD-VENCIMENTO < W-DATA-HOJE
               MOVE "*VENCIDA*" TO WS-D-AVISO
               ADD 1 TO W-TOT-VENCIDAS
           END-IF.
           WRITE REL-LINHA FROM WS-LINHA-MULTA.

       ABRE-PROPRIETARIO.
           MOVE SD-DOC-PROP TO W-DOC-ATUAL.
           MOVE SD-PROPRIETARIO TO W-PROP-ATUAL.
           MOVE "S" TO W-TEM-PROP.
           ADD 1 TO W-TOT-PROPS.
           MOVE ZEROS TO W-QTD-PROP W-VALOR-PROP.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF SD-PROPRIETARIO = SPACES
               MOVE "(SEM RESPONSAVEL NO REGISTRO)" TO WS-PR-NOME
           ELSE
               MOVE SD-PROPRIETARIO TO WS-PR-NOME
           END-IF.
           MOVE SD-DOC-PROP TO WS-PR-DOC.
           IF SD-DOC-PROP NOT = SPACES AND W-PROP-BASE-OK = "S"
               MOVE SD-DOC-PROP TO PP-DOCUMENTO
               READ PROPRIET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-NOME TO WS-PR-NOME
               END-READ
           END-IF.
           WRITE REL-LINHA FROM WS-LINHA-PROP.

       FECHA-PROPRIETARIO.
           MOVE W-QTD-PROP TO WS-S-QTD.
           MOVE W-VALOR-PROP TO WS-S-VALOR.
           WRITE REL-LINHA FROM WS-LINHA-SUBTOTAL.
