       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGFER.
      * CARGA DOS FERIADOS NACIONAIS NO CALENDARIO DE EXPEDIENTE DO
      * BOX (FERIADOS.DAT, MANTIDO NO CADFERIA E CONSULTADO PELO
      * DIAUTIL), PARA O ANO CORRENTE E O SEGUINTE - A AGENDA ACEITA
      * MARCACAO ATE UM ANO A FRENTE. AS DATAS FIXAS VEM DA TABELA
      * ABAIXO; AS MOVEIS (CARNAVAL, SEXTA-FEIRA SANTA E CORPUS
      * CHRISTI) SAO CALCULADAS A PARTIR DA PASCOA. CARNAVAL E CORPUS
      * CHRISTI ENTRAM COMO PONTO FACULTATIVO (ABRANGENCIA P), MAS
      * FECHADOS COMO OS DEMAIS; O SUPERVISOR ABRE O BOX NO DIA PELO
      * CADFERIA SE FOR ATENDER.
      * DATA JA PRESENTE NO CALENDARIO NAO E TOCADA: O FERIADO QUE O
      * SUPERVISOR ABRIU CONTINUA ABERTO E A DESCRICAO QUE ELE
      * ACERTOU NAO VOLTA. POR ISSO A CARGA PODE RODAR TODO MES NO
      * BATNOITE; NA PRATICA SO INCLUI NA VIRADA DO ANO. O FERIADO
      * NACIONAL VAI SEM UF E CIDADE, E UM FERIADO ESTADUAL OU
      * MUNICIPAL JA CADASTRADO NA MESMA DATA NAO O IMPEDE.
      * RESUMO E DATAS INCLUIDAS EM CARGFER.LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADO-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FE-STAT
               RECORD KEY IS FE-CHAVE.
           SELECT FER-LOG ASSIGN TO "cargfer.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FERIADO-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "feriados.dat".
       01 FERIADO-REC.
           05 FE-CHAVE.
               10 FE-DATA PIC 9(08).
               10 FE-UF PIC X(02).
               10 FE-CIDADE PIC X(20).
           05 FE-SITUACAO PIC X(01).
           05 FE-ABRANGENCIA PIC X(01).
           05 FE-DESCRICAO PIC X(30).
           05 FE-OPERADOR PIC X(20).
           05 FE-DATA-ALT PIC 9(08).
           05 FE-ORIGEM PIC X(01).
           05 FILLER PIC X(11).

       FD FER-LOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 FE-STAT PIC X(02) VALUE "00".
       77 WS-TOT-INCLUIDOS PIC 9(04) VALUE ZEROS.
       77 WS-TOT-EXISTENTES PIC 9(04) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-ANO PIC 9(04) VALUE ZEROS.
       77 W-ANO-INI PIC 9(04) VALUE ZEROS.
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-VOLTA PIC 9(02) VALUE ZEROS.

      * FERIADOS NACIONAIS DE DATA FIXA (MMDD + DESCRICAO).
       01 W-FIXOS.
           05 FILLER PIC X(34) VALUE
               "0101CONFRATERNIZACAO UNIVERSAL".
           05 FILLER PIC X(34) VALUE "0421TIRADENTES".
           05 FILLER PIC X(34) VALUE "0501DIA DO TRABALHO".
           05 FILLER PIC X(34) VALUE "0907INDEPENDENCIA DO BRASIL".
           05 FILLER PIC X(34) VALUE
               "1012NOSSA SENHORA APARECIDA".
           05 FILLER PIC X(34) VALUE "1102FINADOS".
           05 FILLER PIC X(34) VALUE
               "1115PROCLAMACAO DA REPUBLICA".
           05 FILLER PIC X(34) VALUE
               "1120DIA DA CONSCIENCIA NEGRA".
           05 FILLER PIC X(34) VALUE "1225NATAL".
       01 W-TAB-FIXOS REDEFINES W-FIXOS.
           05 W-FIXO OCCURS 9 TIMES.
               10 W-FX-MMDD PIC 9(04).
               10 W-FX-DESCRICAO PIC X(30).

      * DATA DO FERIADO EM MONTAGEM E DATA DE TRABALHO DAS MOVEIS.
       01 W-DATA-FER-G.
           05 W-DF-ANO PIC 9(04).
           05 W-DF-MMDD PIC 9(04).
       01 W-DATA-FER REDEFINES W-DATA-FER-G PIC 9(08).
       77 W-ABRANGENCIA PIC X(01) VALUE SPACES.
       77 W-DESCRICAO PIC X(30) VALUE SPACES.

       01 W-DATA-PROX-G.
           05 W-PX-ANO PIC 9(04).
           05 W-PX-MES PIC 9(02).
           05 W-PX-DIA PIC 9(02).
       01 W-DATA-PROX REDEFINES W-DATA-PROX-G PIC 9(08).
       77 W-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       77 W-PX-QUOC PIC 9(04) VALUE ZEROS.
       77 W-PX-RESTO PIC 9(04) VALUE ZEROS.
       77 W-PX-BISSEXTO PIC X(01) VALUE "N".
       77 W-MES-CONSULTA PIC 9(02) VALUE ZEROS.

      * CALCULO DA PASCOA NO CALENDARIO GREGORIANO (ALGORITMO DE
      * MEEUS/JONES/BUTCHER).
       01 W-PASCOA.
           05 W-PA-ANO PIC 9(04).
           05 W-PA-MES PIC 9(02).
           05 W-PA-DIA PIC 9(02).
       77 W-PA-A PIC 9(04) VALUE ZEROS.
       77 W-PA-B PIC 9(04) VALUE ZEROS.
       77 W-PA-C PIC 9(04) VALUE ZEROS.
       77 W-PA-D PIC 9(04) VALUE ZEROS.
       77 W-PA-E PIC 9(04) VALUE ZEROS.
       77 W-PA-F PIC 9(04) VALUE ZEROS.
       77 W-PA-G PIC 9(04) VALUE ZEROS.
       77 W-PA-H PIC 9(04) VALUE ZEROS.
       77 W-PA-I PIC 9(04) VALUE ZEROS.
       77 W-PA-K PIC 9(04) VALUE ZEROS.
       77 W-PA-L PIC 9(04) VALUE ZEROS.
       77 W-PA-M PIC 9(04) VALUE ZEROS.
       77 W-PA-QUOC PIC 9(04) VALUE ZEROS.
       77 W-PA-TEMP PIC 9(06) VALUE ZEROS.

       01 WS-LOG-INCLUIDO.
           05 FILLER PIC X(10) VALUE "INCLUIDO: ".
           05 WS-LOG-INC-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-LOG-INC-ABRANG PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-LOG-INC-DESC PIC X(30).

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(06) VALUE "ANOS:".
           05 WS-LOG-ANO-INI PIC 9(04).
           05 FILLER PIC X(01) VALUE "/".
           05 WS-LOG-ANO-FIM PIC 9(04).
           05 FILLER PIC X(13) VALUE "  INCLUIDOS:".
           05 WS-LOG-INCLUIDOS PIC Z,ZZ9.
           05 FILLER PIC X(22) VALUE "  JA NO CALENDARIO:".
           05 WS-LOG-EXISTENTES PIC Z,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT FER-LOG.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O FERIADO-FILE.
           IF FE-STAT NOT = "00"
               OPEN OUTPUT FERIADO-FILE
               CLOSE FERIADO-FILE
               OPEN I-O FERIADO-FILE
           END-IF.
           IF FE-STAT NOT = "00"
               MOVE "*** ARQUIVO FERIADOS.DAT INDISPONIVEL ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO FINALIZA
           END-IF.
           MOVE W-DATA-HOJE(1:4) TO W-ANO-INI.
           MOVE W-ANO-INI TO W-ANO.
           PERFORM CARREGA-ANO.
           ADD 1 TO W-ANO.
           PERFORM CARREGA-ANO.
           MOVE W-ANO-INI TO WS-LOG-ANO-INI.
           MOVE W-ANO TO WS-LOG-ANO-FIM.
           MOVE WS-TOT-INCLUIDOS TO WS-LOG-INCLUIDOS.
           MOVE WS-TOT-EXISTENTES TO WS-LOG-EXISTENTES.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE FERIADO-FILE.
       FINALIZA.
           CLOSE FER-LOG.
           GOBACK.

      * -----------------------------------
      * FERIADOS FIXOS E MOVEIS DE W-ANO.
       CARREGA-ANO.
           MOVE "N" TO W-ABRANGENCIA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 9
               MOVE W-ANO TO W-DF-ANO
               MOVE W-FX-MMDD(IND) TO W-DF-MMDD
               MOVE W-FX-DESCRICAO(IND) TO W-DESCRICAO
               PERFORM GRAVA-FERIADO
           END-PERFORM.
           PERFORM CALCULA-PASCOA.
      * SEXTA-FEIRA SANTA: DOIS DIAS ANTES DA PASCOA.
           MOVE W-PASCOA TO W-DATA-PROX.
           MOVE 2 TO W-VOLTA.
           PERFORM SUBTRAI-DIA W-VOLTA TIMES.
           MOVE W-DATA-PROX TO W-DATA-FER.
           MOVE "N" TO W-ABRANGENCIA.
           MOVE "SEXTA-FEIRA SANTA" TO W-DESCRICAO.
           PERFORM GRAVA-FERIADO.
      * CARNAVAL: SEGUNDA E TERCA, 48 E 47 DIAS ANTES DA PASCOA.
           MOVE W-PASCOA TO W-DATA-PROX.
           MOVE 48 TO W-VOLTA.
           PERFORM SUBTRAI-DIA W-VOLTA TIMES.
           MOVE W-DATA-PROX TO W-DATA-FER.
           MOVE "P" TO W-ABRANGENCIA.
           MOVE "CARNAVAL (SEGUNDA-FEIRA)" TO W-DESCRICAO.
           PERFORM GRAVA-FERIADO.
           PERFORM SOMA-DIA.
           MOVE W-DATA-PROX TO W-DATA-FER.
           MOVE "CARNAVAL (TERCA-FEIRA)" TO W-DESCRICAO.
           PERFORM GRAVA-FERIADO.
      * CORPUS CHRISTI: 60 DIAS DEPOIS DA PASCOA.
           MOVE W-PASCOA TO W-DATA-PROX.
           PERFORM SOMA-DIA 60 TIMES.
           MOVE W-DATA-PROX TO W-DATA-FER.
           MOVE "CORPUS CHRISTI" TO W-DESCRICAO.
           PERFORM GRAVA-FERIADO.

      * -----------------------------------
      * INCLUI W-DATA-FER FECHADA; DATA JA NO CALENDARIO FICA COMO
      * ESTA.
       GRAVA-FERIADO.
           MOVE SPACES TO FERIADO-REC.
           MOVE W-DATA-FER TO FE-DATA.
           MOVE "F" TO FE-SITUACAO.
           MOVE W-ABRANGENCIA TO FE-ABRANGENCIA.
           MOVE W-DESCRICAO TO FE-DESCRICAO.
           MOVE "CARGFER" TO FE-OPERADOR.
           MOVE W-DATA-HOJE TO FE-DATA-ALT.
           MOVE "C" TO FE-ORIGEM.
           WRITE FERIADO-REC
               INVALID KEY
                   ADD 1 TO WS-TOT-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-INCLUIDOS
                   MOVE FE-DATA TO WS-LOG-INC-DATA
                   MOVE FE-ABRANGENCIA TO WS-LOG-INC-ABRANG
                   MOVE FE-DESCRICAO TO WS-LOG-INC-DESC
                   WRITE LOG-LINHA FROM WS-LOG-INCLUIDO
           END-WRITE.

      * -----------------------------------
      * DOMINGO DE PASCOA DE W-ANO EM W-PASCOA.
       CALCULA-PASCOA.
           MOVE W-ANO TO W-PA-ANO.
           DIVIDE W-ANO BY 19 GIVING W-PA-QUOC REMAINDER W-PA-A.
           DIVIDE W-ANO BY 100 GIVING W-PA-B REMAINDER W-PA-C.
           DIVIDE W-PA-B BY 4 GIVING W-PA-D REMAINDER W-PA-E.
           COMPUTE W-PA-TEMP = W-PA-B + 8.
           DIVIDE W-PA-TEMP BY 25 GIVING W-PA-F.
           COMPUTE W-PA-TEMP = W-PA-B - W-PA-F + 1.
           DIVIDE W-PA-TEMP BY 3 GIVING W-PA-G.
           COMPUTE W-PA-TEMP = (19 * W-PA-A) + W-PA-B - W-PA-D
               - W-PA-G + 15.
           DIVIDE W-PA-TEMP BY 30 GIVING W-PA-QUOC
               REMAINDER W-PA-H.
           DIVIDE W-PA-C BY 4 GIVING W-PA-I REMAINDER W-PA-K.
           COMPUTE W-PA-TEMP = 32 + (2 * W-PA-E) + (2 * W-PA-I)
               - W-PA-H - W-PA-K.
           DIVIDE W-PA-TEMP BY 7 GIVING W-PA-QUOC
               REMAINDER W-PA-L.
           COMPUTE W-PA-TEMP = W-PA-A + (11 * W-PA-H)
               + (22 * W-PA-L).
           DIVIDE W-PA-TEMP BY 451 GIVING W-PA-M.
           COMPUTE W-PA-TEMP = W-PA-H + W-PA-L - (7 * W-PA-M) + 114.
           DIVIDE W-PA-TEMP BY 31 GIVING W-PA-QUOC
               REMAINDER W-PA-DIA.
           MOVE W-PA-QUOC TO W-PA-MES.
           ADD 1 TO W-PA-DIA.

      * -----------------------------------
      * AVANCA W-DATA-PROX EM UM DIA DE CALENDARIO, RESPEITANDO OS
      * MESES DE 28/30/31 DIAS E O ANO BISSEXTO.
       SOMA-DIA.
           MOVE W-PX-MES TO W-MES-CONSULTA.
           PERFORM DIAS-DO-MES.
           IF W-PX-DIA < W-DIAS-NO-MES
               ADD 1 TO W-PX-DIA
           ELSE
               MOVE 1 TO W-PX-DIA
               IF W-PX-MES < 12
                   ADD 1 TO W-PX-MES
               ELSE
                   MOVE 1 TO W-PX-MES
                   ADD 1 TO W-PX-ANO
               END-IF
           END-IF.

      * -----------------------------------
      * RECUA W-DATA-PROX EM UM DIA DE CALENDARIO. AS DATAS MOVEIS
      * CAEM SEMPRE ENTRE FEVEREIRO E JUNHO: NAO HA VIRADA DE ANO.
       SUBTRAI-DIA.
           IF W-PX-DIA > 1
               SUBTRACT 1 FROM W-PX-DIA
           ELSE
               SUBTRACT 1 FROM W-PX-MES
               MOVE W-PX-MES TO W-MES-CONSULTA
               PERFORM DIAS-DO-MES
               MOVE W-DIAS-NO-MES TO W-PX-DIA
           END-IF.

       DIAS-DO-MES.
           EVALUATE W-MES-CONSULTA
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO W-DIAS-NO-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO W-DIAS-NO-MES
               WHEN 2
                   PERFORM BISSEXTO-PROX
                   IF W-PX-BISSEXTO = "S"
                       MOVE 29 TO W-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO W-DIAS-NO-MES
                   END-IF
           END-EVALUATE.

       BISSEXTO-PROX.
           MOVE "N" TO W-PX-BISSEXTO.
           DIVIDE W-PX-ANO BY 4 GIVING W-PX-QUOC
               REMAINDER W-PX-RESTO.
           IF W-PX-RESTO = ZEROS
               MOVE "S" TO W-PX-BISSEXTO
               DIVIDE W-PX-ANO BY 100 GIVING W-PX-QUOC
                   REMAINDER W-PX-RESTO
               IF W-PX-RESTO = ZEROS
                   MOVE "N" TO W-PX-BISSEXTO
                   DIVIDE W-PX-ANO BY 400 GIVING W-PX-QUOC
                       REMAINDER W-PX-RESTO
                   IF W-PX-RESTO = ZEROS
                       MOVE "S" TO W-PX-BISSEXTO
                   END-IF
               END-IF
           END-IF.
