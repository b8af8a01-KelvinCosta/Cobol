       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCOBR.
      * POSICAO NOTURNA DAS COBRANCAS EM ABERTO (AGING). VARRE
      * AGCOBRA.DAT, O CONTAS A RECEBER DAS TAXAS DE VISTORIA
      * LANCADAS PELO AGVISTO, SEPARA AS COBRANCAS NAO PAGAS E AS
      * CLASSIFICA POR PROPRIETARIO E PLACA. CADA COBRANCA CAI NUMA
      * FAIXA PELOS DIAS CORRIDOS DESDE A EMISSAO: 0-30, 31-60,
      * 61-90 E MAIS DE 90 DIAS (CALENDARIO REAL, COMO NO NOTIVIST).
      * GRAVA EM RELCOBR.LST AS COBRANCAS DE CADA PROPRIETARIO COM O
      * SUBTOTAL POR FAIXA E O TOTAL GERAL NO FIM, E EM RELCOBR.LOG
      * A LINHA DE RESUMO QUE O BATNOITE COPIA PARA O LOG DA MANHA.
      * RC=4 QUANDO HA COBRANCA COM MAIS DE 90 DIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS CB-CHAVE
              FILE STATUS  IS CB-STAT.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT REL-COBR ASSIGN TO "relcobr.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-COBR ASSIGN TO "relcobr.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD COBRA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "agcobra.dat".
       01 COBRA-REC.
           02 CB-CHAVE.
               03 CB-PLACA PIC X(25).
               03 CB-DATA PIC 9(08).
           02 CB-TIPO PIC X(02).
           02 CB-VALOR PIC 9(05)V99.
           02 CB-PROPRIETARIO PIC X(30).
           02 CB-EMISSAO PIC 9(08).
           02 CB-STATUS PIC X(01).
               88 CB-ABERTA VALUE "A".
               88 CB-PAGA   VALUE "P".
           02 CB-DATA-PAGTO PIC 9(08).
           02 CB-RECIBO PIC 9(06).
           02 FILLER PIC X(10).

       SD WORK-SORT.
       01 SD-COBR-REC.
           05 SD-PROPRIETARIO PIC X(30).
           05 SD-PLACA PIC X(25).
           05 SD-DATA PIC 9(08).
           05 SD-TIPO PIC X(02).
           05 SD-DIAS PIC 9(06).
           05 SD-VALOR PIC 9(05)V99.

       FD REL-COBR.
       01 REL-LINHA PIC X(120).

       FD LOG-COBR.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 CB-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-FIM-SORT PIC X VALUE "N".
           88 FIM-SORT VALUE "S".
       77 W-PROP-ATUAL PIC X(30) VALUE SPACES.
       77 W-TEM-PROP PIC X VALUE "N".
       77 W-FAIXA PIC 9(01) VALUE ZEROS.
       77 IND-FX PIC 9(01) VALUE ZEROS.
       77 W-TOT-ABERTAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-PROPS PIC 9(06) VALUE ZEROS.
       77 W-TOT-DATAS-INVALIDAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR PIC 9(09)V99 VALUE ZEROS.

      * ACUMULADORES POR FAIXA (1=0-30 2=31-60 3=61-90 4=+90): DO
      * PROPRIETARIO CORRENTE E DO RELATORIO INTEIRO.
       01 TAB-FAIXAS.
           05 FX-PROP PIC 9(07)V99 OCCURS 4 TIMES.
           05 FX-GERAL PIC 9(09)V99 OCCURS 4 TIMES.
       77 W-TOT-PROP PIC 9(07)V99 VALUE ZEROS.

      * CONVERSAO DE DATA AAAAMMDD PARA NUMERO DE DIAS CORRIDOS
      * (CALENDARIO GREGORIANO), COMO NO NOTIVIST.
       77 W-ORDINAL-HOJE PIC 9(08) VALUE ZEROS.
       01 W-CV-DATA.
           05 W-CV-ANO PIC 9(04).
           05 W-CV-MES PIC 9(02).
           05 W-CV-DIA PIC 9(02).
       77 W-CV-ORDINAL PIC 9(08) VALUE ZEROS.
       77 W-CV-ANO-ANT PIC 9(04) VALUE ZEROS.
       77 W-CV-Q4 PIC 9(04) VALUE ZEROS.
       77 W-CV-Q100 PIC 9(04) VALUE ZEROS.
       77 W-CV-Q400 PIC 9(04) VALUE ZEROS.
       77 W-CV-RESTO PIC 9(04) VALUE ZEROS.
       77 W-CV-BISSEXTO PIC X(01) VALUE "N".
       01 W-DATA-HOJE PIC 9(08) VALUE ZEROS.

       01 W-TAB-MESES-X.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
           05 W-DIAS-ACUM PIC 9(03) OCCURS 12 TIMES.

       01 WS-SEPARADOR PIC X(114) VALUE ALL "-".

       01 WS-CABEC1.
           05 FILLER PIC X(52) VALUE
              "COBRANCAS EM ABERTO POR PROPRIETARIO - POSICAO EM ".
           05 WS-CB-DATA PIC 9(08).

       01 WS-CABEC2.
           05 FILLER PIC X(44) VALUE
              "PLACA                     VISTORIA TX  DIAS ".
           05 FILLER PIC X(14) VALUE "          0-30".
           05 FILLER PIC X(14) VALUE "         31-60".
           05 FILLER PIC X(14) VALUE "         61-90".
           05 FILLER PIC X(14) VALUE "       MAIS 90".
           05 FILLER PIC X(14) VALUE "         TOTAL".

       01 WS-LINHA-PROP.
           05 FILLER PIC X(14) VALUE "PROPRIETARIO: ".
           05 WS-PR-NOME PIC X(30).

       01 WS-LINHA-COBR.
           05 WS-D-PLACA PIC X(25).
           05 FILLER PIC X(01).
           05 WS-D-DATA PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-D-TIPO PIC X(02).
           05 FILLER PIC X(01).
           05 WS-D-DIAS PIC ZZZZZ9.
           05 WS-D-FAIXA PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.

       01 WS-LINHA-SUBTOTAL.
           05 FILLER PIC X(44) VALUE
              "   SUBTOTAL DO PROPRIETARIO".
           05 WS-S-FAIXA PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           05 WS-S-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LINHA-TOTAL.
           05 FILLER PIC X(44) VALUE "TOTAL GERAL".
           05 WS-T-FAIXA PIC ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.
           05 WS-T-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(09) VALUE "ABERTAS:".
           05 WS-LOG-ABERTAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  PROPRIETARIOS:".
           05 WS-LOG-PROPS PIC ZZZ,ZZ9.
           05 FILLER PIC X(09) VALUE "  VALOR: ".
           05 WS-LOG-VALOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  MAIS 90:".
           05 WS-LOG-90 PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-COBR.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE TO W-CV-DATA.
           PERFORM CONVERTE-DATA.
           MOVE W-CV-ORDINAL TO W-ORDINAL-HOJE.
           INITIALIZE TAB-FAIXAS.
           OPEN INPUT COBRA-FILE.
           IF CB-STAT NOT = "00"
               MOVE "AGCOBRA.DAT INDISPONIVEL - POSICAO NAO EMITIDA"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-COBR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           SORT WORK-SORT
               ON ASCENDING KEY SD-PROPRIETARIO SD-PLACA SD-DATA
               INPUT PROCEDURE SELECIONA-COBRANCAS
               OUTPUT PROCEDURE EMITE-POSICAO.
           CLOSE COBRA-FILE.
           MOVE W-TOT-ABERTAS TO WS-LOG-ABERTAS.
           MOVE W-TOT-PROPS TO WS-LOG-PROPS.
           MOVE W-TOT-VALOR TO WS-LOG-VALOR.
           MOVE FX-GERAL(4) TO WS-LOG-90.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-COBR.
           IF FX-GERAL(4) > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * -----------------------------------
      * SELECIONA AS COBRANCAS EM ABERTO, JA COM OS DIAS CORRIDOS
      * DESDE A EMISSAO. EMISSAO INVALIDA CONTA COMO MAIS DE 90 DIAS
      * E E CONTADA A PARTE, SEM DERRUBAR O RELATORIO.
       SELECIONA-COBRANCAS.
           PERFORM UNTIL W-EOF = "S"
               READ COBRA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF CB-ABERTA
                           PERFORM AVALIA-COBRANCA
                       END-IF
               END-READ
           END-PERFORM.

       AVALIA-COBRANCA.
           MOVE CB-EMISSAO TO W-CV-DATA.
           IF CB-EMISSAO NOT NUMERIC OR CB-EMISSAO = ZEROS
                   OR W-CV-MES < 1 OR W-CV-MES > 12
                   OR W-CV-DIA < 1 OR W-CV-DIA > 31
               MOVE 999999 TO SD-DIAS
               ADD 1 TO W-TOT-DATAS-INVALIDAS
           ELSE
               PERFORM CONVERTE-DATA
               IF W-CV-ORDINAL > W-ORDINAL-HOJE
                   MOVE ZEROS TO SD-DIAS
               ELSE
                   COMPUTE SD-DIAS = W-ORDINAL-HOJE - W-CV-ORDINAL
               END-IF
           END-IF.
           MOVE CB-PROPRIETARIO TO SD-PROPRIETARIO.
           MOVE CB-PLACA TO SD-PLACA.
           MOVE CB-DATA TO SD-DATA.
           MOVE CB-TIPO TO SD-TIPO.
           MOVE CB-VALOR TO SD-VALOR.
           RELEASE SD-COBR-REC.

      * -----------------------------------
      * UMA QUEBRA POR PROPRIETARIO (OS REGISTROS CHEGAM CLASSIFICADOS)
      * COM O SUBTOTAL POR FAIXA, E O TOTAL GERAL NO FIM.
       EMITE-POSICAO.
           OPEN OUTPUT REL-COBR.
           MOVE W-DATA-HOJE TO WS-CB-DATA.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC2.
           PERFORM UNTIL FIM-SORT
               RETURN WORK-SORT
                   AT END
                       MOVE "S" TO W-FIM-SORT
                   NOT AT END
                       PERFORM IMPRIME-COBRANCA
               END-RETURN
           END-PERFORM.
           IF W-TEM-PROP = "S"
               PERFORM FECHA-PROPRIETARIO
           END-IF.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE ZEROS TO W-TOT-VALOR.
           PERFORM VARYING IND-FX FROM 1 BY 1 UNTIL IND-FX > 4
               MOVE FX-GERAL(IND-FX) TO WS-T-FAIXA(IND-FX)
               ADD FX-GERAL(IND-FX) TO W-TOT-VALOR
           END-PERFORM.
           MOVE W-TOT-VALOR TO WS-T-TOTAL.
           WRITE REL-LINHA FROM WS-LINHA-TOTAL.
           MOVE SPACES TO REL-LINHA.
           STRING "COBRANCAS EM ABERTO: " W-TOT-ABERTAS
               "  PROPRIETARIOS: " W-TOT-PROPS
               "  EMISSOES INVALIDAS: " W-TOT-DATAS-INVALIDAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE REL-COBR.

       IMPRIME-COBRANCA.
           IF SD-PROPRIETARIO NOT = W-PROP-ATUAL
                   OR W-TEM-PROP = "N"
               IF W-TEM-PROP = "S"
                   PERFORM FECHA-PROPRIETARIO
               END-IF
               PERFORM ABRE-PROPRIETARIO
           END-IF.
           EVALUATE TRUE
               WHEN SD-DIAS <= 30
                   MOVE 1 TO W-FAIXA
               WHEN SD-DIAS <= 60
                   MOVE 2 TO W-FAIXA
               WHEN SD-DIAS <= 90
                   MOVE 3 TO W-FAIXA
               WHEN OTHER
                   MOVE 4 TO W-FAIXA
           END-EVALUATE.
           ADD SD-VALOR TO FX-PROP(W-FAIXA) FX-GERAL(W-FAIXA).
           ADD 1 TO W-TOT-ABERTAS.
           MOVE SPACES TO WS-LINHA-COBR.
           MOVE SD-PLACA TO WS-D-PLACA.
           MOVE SD-DATA TO WS-D-DATA.
           MOVE SD-TIPO TO WS-D-TIPO.
           MOVE SD-DIAS TO WS-D-DIAS.
           MOVE SD-VALOR TO WS-D-FAIXA(W-FAIXA).
           WRITE REL-LINHA FROM WS-LINHA-COBR.

       ABRE-PROPRIETARIO.
           MOVE SD-PROPRIETARIO TO W-PROP-ATUAL.
           MOVE "S" TO W-TEM-PROP.
           ADD 1 TO W-TOT-PROPS.
           PERFORM VARYING IND-FX FROM 1 BY 1 UNTIL IND-FX > 4
               MOVE ZEROS TO FX-PROP(IND-FX)
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF SD-PROPRIETARIO = SPACES
               MOVE "(SEM PROPRIETARIO NO LANCAMENTO)" TO WS-PR-NOME
           ELSE
               MOVE SD-PROPRIETARIO TO WS-PR-NOME
           END-IF.
           WRITE REL-LINHA FROM WS-LINHA-PROP.

       FECHA-PROPRIETARIO.
           MOVE ZEROS TO W-TOT-PROP.
           PERFORM VARYING IND-FX FROM 1 BY 1 UNTIL IND-FX > 4
               MOVE FX-PROP(IND-FX) TO WS-S-FAIXA(IND-FX)
               ADD FX-PROP(IND-FX) TO W-TOT-PROP
           END-PERFORM.
           MOVE W-TOT-PROP TO WS-S-TOTAL.
           WRITE REL-LINHA FROM WS-LINHA-SUBTOTAL.

      * -----------------------------------
      * CONVERTE W-CV-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE O ANO
      * ZERO, CONSIDERANDO ANOS BISSEXTOS (REGRA DOS SECULOS) E OS
      * MESES DE 28/30/31 DIAS.
       CONVERTE-DATA.
           COMPUTE W-CV-ANO-ANT = W-CV-ANO - 1.
           DIVIDE W-CV-ANO-ANT BY 4 GIVING W-CV-Q4.
           DIVIDE W-CV-ANO-ANT BY 100 GIVING W-CV-Q100.
           DIVIDE W-CV-ANO-ANT BY 400 GIVING W-CV-Q400.
           COMPUTE W-CV-ORDINAL = (W-CV-ANO-ANT * 365)
               + W-CV-Q4 - W-CV-Q100 + W-CV-Q400
               + W-DIAS-ACUM(W-CV-MES) + W-CV-DIA.
           MOVE "N" TO W-CV-BISSEXTO.
           DIVIDE W-CV-ANO BY 4 GIVING W-CV-Q4
               REMAINDER W-CV-RESTO.
           IF W-CV-RESTO = ZEROS
               MOVE "S" TO W-CV-BISSEXTO
               DIVIDE W-CV-ANO BY 100 GIVING W-CV-Q100
                   REMAINDER W-CV-RESTO
               IF W-CV-RESTO = ZEROS
                   MOVE "N" TO W-CV-BISSEXTO
                   DIVIDE W-CV-ANO BY 400 GIVING W-CV-Q400
                       REMAINDER W-CV-RESTO
                   IF W-CV-RESTO = ZEROS
                       MOVE "S" TO W-CV-BISSEXTO
                   END-IF
               END-IF
           END-IF.
           IF W-CV-BISSEXTO = "S" AND W-CV-MES > 2
               ADD 1 TO W-CV-ORDINAL
           END-IF.
