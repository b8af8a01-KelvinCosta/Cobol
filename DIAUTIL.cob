       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAUTIL.
      * CALENDARIO DE EXPEDIENTE DO BOX DE VISTORIA, CHAMADO PELO
      * AGVISTO (AGENDAMENTO, REMARCACAO, SUGESTAO DE DIA LIVRE E
      * ROLAGEM DO VENCIMENTO) E PELO NOTIVIST (DATA PROPOSTA). O
      * CHAMADOR INFORMA A DATA EM DU-DATA E RECEBE DE VOLTA:
      *  - DU-FECHADO: "S" SE NAO HA EXPEDIENTE NA DATA, "N" SE HA;
      *  - DU-MOTIVO: A DESCRICAO DO FERIADO OU O DIA DA SEMANA
      *    FECHADO (BRANCO QUANDO HA EXPEDIENTE);
      *  - DU-PROXIMO: O PRIMEIRO DIA COM EXPEDIENTE A PARTIR DA
      *    DATA (A PROPRIA DATA QUANDO ELA E DIA UTIL).
      * O CHAMADOR INFORMA TAMBEM O POSTO DE VISTORIA EM DU-POSTO
      * (ZERO OU BRANCO = POSTO 01, O BOX ORIGINAL): FERIADO ESTADUAL
      * OU MUNICIPAL SO FECHA O POSTO CUJA AREA DE ATENDIMENTO EM
      * POSTOS.DAT TEM A UF (ESTADUAL) OU A UF E A CIDADE (MUNICIPAL)
      * DO FERIADO. DATA SEM UF NO CALENDARIO (NACIONAL, PONTO
      * FACULTATIVO, EXPEDIENTE EXTRA) VALE PARA TODOS OS POSTOS, E
      * POSTO FORA DO CADASTRO OU SEM AREA CADASTRADA RECEBE TODOS OS
      * FERIADOS, COMO NO TEMPO DO BOX UNICO.
      * DIA FECHADO E O QUE ESTA NO CALENDARIO DE FERIADOS
      * (FERIADOS.DAT, MANTIDO NO CADFERIA E CARREGADO PELO CARGFER)
      * COMO FECHADO, OU O DIA DA SEMANA LISTADO NO CODIGO FS DO
      * DOMINIO AGENDA DE PARAMS.DAT (UM DIGITO POR DIA, 1=SEGUNDA
      * ... 7=DOMINGO; SO DOMINGO SE AUSENTE). DATA CADASTRADA COMO
      * ABERTA NO CALENDARIO TEM EXPEDIENTE MESMO NO FIM DE SEMANA
      * (MUTIRAO) OU NUM FERIADO DA CARGA QUE O BOX RESOLVEU ABRIR.
      * UMA DATA PODE TER VARIOS REGISTROS (UM POR UF/CIDADE); BASTA
      * UM FECHADO QUE VALHA PARA O POSTO PARA FECHAR O DIA.
      * SEM FERIADOS.DAT VALE SO O FECHAMENTO DE FIM DE SEMANA. O
      * ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, COMO NO VALMUN; O
      * PARAMETRO E CARREGADO SO NA PRIMEIRA, E AS AREAS DO POSTO SO
      * QUANDO O POSTO MUDA DE UMA CHAMADA PARA OUTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS FE-CHAVE
              FILE STATUS  IS FE-STAT.
           SELECT POSTO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS PS-CODIGO
              FILE STATUS  IS PS-STAT.
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
               88 FE-FECHADO VALUE "F".
               88 FE-ABERTO  VALUE "A".
           05 FE-ABRANGENCIA PIC X(01).
           05 FE-DESCRICAO PIC X(30).
           05 FE-OPERADOR PIC X(20).
           05 FE-DATA-ALT PIC 9(08).
           05 FE-ORIGEM PIC X(01).
           05 FILLER PIC X(11).

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
           05 PS-QTD-AREAS PIC 9(02).
           05 PS-AREA OCCURS 10 TIMES.
               10 PS-AREA-UF PIC X(02).
               10 PS-AREA-CIDADE PIC X(20).
           05 FILLER PIC X(19).

       WORKING-STORAGE SECTION.
       77 FE-STAT PIC X(02) VALUE "00".
       77 PS-STAT PIC X(02) VALUE "00".
       77 W-CALENDARIO-OK PIC X VALUE "N".
       77 W-CARREGADO PIC X VALUE "N".
       77 W-DIAS-FECHADOS PIC X(07) VALUE "7".
       77 W-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 W-BUSCA PIC 9(03) VALUE ZEROS.
       77 W-ACHOU-UTIL PIC X VALUE "N".
       77 W-FECHADO PIC X VALUE "N".
       77 W-MOTIVO PIC X(30) VALUE SPACES.
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-QUOC PIC 9(08) VALUE ZEROS.
       77 W-RESTO PIC 9(01) VALUE ZEROS.
       77 W-FIM-DATA PIC X VALUE "N".
       77 W-APLICA PIC X VALUE "N".
       77 W-TEM-ABERTO PIC X VALUE "N".
       77 IND-AR PIC 9(02) VALUE ZEROS.

      * POSTO DA CHAMADA E AREAS DE ATENDIMENTO DELE, GUARDADAS ATE
      * O POSTO MUDAR (W-POSTO-LIDO ZERO = NENHUM CARREGADO AINDA).
       77 W-POSTO PIC 9(02) VALUE ZEROS.
       77 W-POSTO-LIDO PIC 9(02) VALUE ZEROS.
       01 W-AREAS-POSTO.
           05 W-QTD-AREAS PIC 9(02) VALUE ZEROS.
           05 W-AREA OCCURS 10 TIMES.
               10 W-AREA-UF PIC X(02).
               10 W-AREA-CIDADE PIC X(20).

       01 TAB-AGENDA.
           05 TP-DOMINIO PIC X(08).
           05 TP-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TP-QTD PIC 9(02).
           05 TP-ITEM OCCURS 20 TIMES.
               10 TP-CODIGO PIC X(02).
               10 TP-DESC PIC X(15).

       01 W-NOMES-DIAS.
           05 FILLER PIC X(10) VALUE "SEGUNDA".
           05 FILLER PIC X(10) VALUE "TERCA".
           05 FILLER PIC X(10) VALUE "QUARTA".
           05 FILLER PIC X(10) VALUE "QUINTA".
           05 FILLER PIC X(10) VALUE "SEXTA".
           05 FILLER PIC X(10) VALUE "SABADO".
           05 FILLER PIC X(10) VALUE "DOMINGO".
       01 W-TAB-NOMES-DIAS REDEFINES W-NOMES-DIAS.
           05 W-NOME-DIA PIC X(10) OCCURS 7 TIMES.

      * DATA DE TRABALHO DA BUSCA DO PROXIMO DIA UTIL (SOMA-DIA).
       01 W-DATA-PROX-G.
           05 W-PX-ANO PIC 9(04).
           05 W-PX-MES PIC 9(02).
           05 W-PX-DIA PIC 9(02).
       01 W-DATA-PROX REDEFINES W-DATA-PROX-G PIC 9(08).
       77 W-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       77 W-PX-QUOC PIC 9(04) VALUE ZEROS.
       77 W-PX-RESTO PIC 9(04) VALUE ZEROS.
       77 W-PX-BISSEXTO PIC X(01) VALUE "N".

      * CONVERSAO DE DATA AAAAMMDD PARA NUMERO DE DIAS CORRIDOS
      * (CALENDARIO GREGORIANO), COMO NO NOTIVIST; O DIA 1 (01/01 DO
      * ANO 1) CAIU NUMA SEGUNDA-FEIRA.
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

       01 W-TAB-MESES-X.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
           05 W-DIAS-ACUM PIC 9(03) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01 DIA-UTIL.
           05 DU-DATA PIC 9(08).
           05 DU-FECHADO PIC X(01).
           05 DU-MOTIVO PIC X(30).
           05 DU-PROXIMO PIC 9(08).
           05 DU-POSTO PIC 9(02).

       PROCEDURE DIVISION USING DIA-UTIL.
       INICIO.
           IF W-CARREGADO = "N"
               PERFORM CARREGA-FECHAMENTO
               MOVE "S" TO W-CARREGADO
           END-IF.
           IF DU-POSTO NUMERIC AND DU-POSTO > ZEROS
               MOVE DU-POSTO TO W-POSTO
           ELSE
               MOVE 1 TO W-POSTO
           END-IF.
           IF W-POSTO NOT = W-POSTO-LIDO
               PERFORM CARREGA-POSTO THRU CARREGA-POSTO-FIM
           END-IF.
           MOVE "N" TO DU-FECHADO.
           MOVE SPACES TO DU-MOTIVO.
           MOVE DU-DATA TO DU-PROXIMO.
           MOVE DU-DATA TO W-CV-DATA.
           IF W-CV-MES < 1 OR W-CV-MES > 12
               GO TO FIM-DIAUTIL
           END-IF.
           MOVE "N" TO W-CALENDARIO-OK.
           OPEN INPUT FERIADO-FILE.
           IF FE-STAT = "00"
               MOVE "S" TO W-CALENDARIO-OK
           END-IF.
           PERFORM CONVERTE-DATA.
           SUBTRACT 1 FROM W-CV-ORDINAL.
           DIVIDE W-CV-ORDINAL BY 7 GIVING W-QUOC
               REMAINDER W-RESTO.
           COMPUTE W-DIA-SEMANA = W-RESTO + 1.
           MOVE DU-DATA TO W-DATA-PROX.
           PERFORM VERIFICA-DIA.
           MOVE W-FECHADO TO DU-FECHADO.
           MOVE W-MOTIVO TO DU-MOTIVO.
      * DIA FECHADO: AVANCA ATE O PRIMEIRO DIA COM EXPEDIENTE, NO
      * MAXIMO UM ANO A FRENTE.
           MOVE "N" TO W-ACHOU-UTIL.
           IF W-FECHADO = "N"
               MOVE "S" TO W-ACHOU-UTIL
           END-IF.
           MOVE ZEROS TO W-BUSCA.
           PERFORM UNTIL W-ACHOU-UTIL = "S" OR W-BUSCA >= 366
               ADD 1 TO W-BUSCA
               PERFORM SOMA-DIA
               IF W-DIA-SEMANA = 7
                   MOVE 1 TO W-DIA-SEMANA
               ELSE
                   ADD 1 TO W-DIA-SEMANA
               END-IF
               PERFORM VERIFICA-DIA
               IF W-FECHADO = "N"
                   MOVE "S" TO W-ACHOU-UTIL
                   MOVE W-DATA-PROX TO DU-PROXIMO
               END-IF
           END-PERFORM.
           IF W-CALENDARIO-OK = "S"
               CLOSE FERIADO-FILE
           END-IF.
       FIM-DIAUTIL.
           GOBACK.

      * -----------------------------------
      * DIAS DA SEMANA SEM EXPEDIENTE: DIGITOS 1-7 NO INICIO DA
      * DESCRICAO DO CODIGO FS DO DOMINIO AGENDA.
       CARREGA-FECHAMENTO.
           MOVE "AGENDA" TO TP-DOMINIO.
           CALL "TABPARAM" USING TAB-AGENDA.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TP-QTD
               IF TP-CODIGO(IND) = "FS"
                   MOVE SPACES TO W-DIAS-FECHADOS
                   MOVE TP-DESC(IND)(1:7) TO W-DIAS-FECHADOS
               END-IF
           END-PERFORM.

      * -----------------------------------
      * AREAS DE ATENDIMENTO DO POSTO W-POSTO EM POSTOS.DAT. SEM O
      * CADASTRO, SEM O POSTO OU SEM AREA, W-QTD-AREAS FICA ZERO E
      * TODO FERIADO REGIONAL VALE PARA ELE.
       CARREGA-POSTO.
           MOVE W-POSTO TO W-POSTO-LIDO.
           MOVE ZEROS TO W-QTD-AREAS.
           OPEN INPUT POSTO-FILE.
           IF PS-STAT NOT = "00"
               GO TO CARREGA-POSTO-FIM
           END-IF.
           MOVE W-POSTO TO PS-CODIGO.
           READ POSTO-FILE
               INVALID KEY
                   MOVE ZEROS TO PS-QTD-AREAS
           END-READ.
           IF PS-QTD-AREAS NOT NUMERIC
               MOVE ZEROS TO PS-QTD-AREAS
           END-IF.
           PERFORM VARYING IND-AR FROM 1 BY 1
                   UNTIL IND-AR > PS-QTD-AREAS OR IND-AR > 10
               MOVE PS-AREA-UF(IND-AR) TO W-AREA-UF(IND-AR)
               MOVE PS-AREA-CIDADE(IND-AR) TO W-AREA-CIDADE(IND-AR)
               MOVE IND-AR TO W-QTD-AREAS
           END-PERFORM.
           CLOSE POSTO-FILE.
       CARREGA-POSTO-FIM.
           EXIT.

      * -----------------------------------
      * SITUACAO DE W-DATA-PROX (DIA DA SEMANA EM W-DIA-SEMANA): O
      * CALENDARIO MANDA; SEM REGISTRO NELE QUE VALHA PARA O POSTO,
      * VALE O FIM DE SEMANA. DATA FECHADA PARA O POSTO FECHA O DIA
      * MESMO COM OUTRO REGISTRO ABERTO (MUTIRAO NUM FERIADO LOCAL).
       VERIFICA-DIA.
           MOVE "N" TO W-FECHADO.
           MOVE SPACES TO W-MOTIVO.
           MOVE "N" TO W-TEM-ABERTO.
           IF W-CALENDARIO-OK = "S"
               PERFORM LE-CALENDARIO-DIA THRU LE-CALENDARIO-DIA-FIM
           END-IF.
           IF W-FECHADO = "N" AND W-TEM-ABERTO = "N"
               PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                   IF W-DIAS-FECHADOS(IND:1) = W-DIA-SEMANA
                       MOVE "S" TO W-FECHADO
                       MOVE W-NOME-DIA(W-DIA-SEMANA) TO W-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.

      * -----------------------------------
      * PERCORRE OS REGISTROS DE W-DATA-PROX NO CALENDARIO (A CHAVE
      * COMECA PELA DATA; O REGISTRO SEM UF VEM PRIMEIRO).
       LE-CALENDARIO-DIA.
           MOVE W-DATA-PROX TO FE-DATA.
           MOVE SPACES TO FE-UF FE-CIDADE.
           MOVE "N" TO W-FIM-DATA.
           START FERIADO-FILE KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY
                   GO TO LE-CALENDARIO-DIA-FIM
           END-START.
           PERFORM UNTIL W-FIM-DATA = "S"
               READ FERIADO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-DATA
                   NOT AT END
                       IF FE-DATA NOT = W-DATA-PROX
                           MOVE "S" TO W-FIM-DATA
                       ELSE
                           PERFORM CONFERE-ABRANGENCIA
                           IF W-APLICA = "S"
                               IF FE-FECHADO AND W-FECHADO = "N"
                                   MOVE "S" TO W-FECHADO
                                   MOVE FE-DESCRICAO TO W-MOTIVO
                               END-IF
                               IF FE-ABERTO
                                   MOVE "S" TO W-TEM-ABERTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LE-CALENDARIO-DIA-FIM.
           EXIT.

      * -----------------------------------
      * O REGISTRO LIDO VALE PARA O POSTO? SEM UF VALE PARA TODOS;
      * COM UF, SO SE UMA AREA DO POSTO TEM A UF E, NO MUNICIPAL, A
      * MESMA CIDADE.
       CONFERE-ABRANGENCIA.
           MOVE "N" TO W-APLICA.
           IF FE-UF = SPACES OR W-QTD-AREAS = ZEROS
               MOVE "S" TO W-APLICA
           ELSE
               PERFORM VARYING IND-AR FROM 1 BY 1
                       UNTIL IND-AR > W-QTD-AREAS
                   IF W-AREA-UF(IND-AR) = FE-UF
                       AND (FE-CIDADE = SPACES
                       OR W-AREA-CIDADE(IND-AR) = FE-CIDADE)
                       MOVE "S" TO W-APLICA
                   END-IF
               END-PERFORM
           END-IF.

      * -----------------------------------
      * AVANCA W-DATA-PROX EM UM DIA DE CALENDARIO, RESPEITANDO OS
      * MESES DE 28/30/31 DIAS E O ANO BISSEXTO.
       SOMA-DIA.
           EVALUATE W-PX-MES
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
