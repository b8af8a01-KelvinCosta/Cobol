       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETSEG.
      * PROCESSAMENTO DO ARQUIVO DE RETORNO DA SEGURADORA (RETSEG.DAT),
      * RESPOSTA AO EXPSEG.DAT MENSAL, DELIMITADO POR ";" NO MESMO
      * DESENHO DO ENVIO:
      *   H;DATA DO RETORNO;GERACAO DO EXPSEG A QUE RESPONDE
      *   D;PLACA;NUMERO DA APOLICE;INICIO VIGENCIA;FIM VIGENCIA;
      *     SITUACAO (A=ATIVA, C=CANCELADA, S=SUSPENSA)
      *   T;QUANTIDADE DE DETALHES;HASH (SOMA DO INICIO E DO FIM
      *     DE VIGENCIA DOS DETALHES)
      * O ARQUIVO E CONFERIDO INTEIRO ANTES DE QUALQUER GRAVACAO:
      * HEADER E TRAILER PRESENTES, GERACAO DO HEADER IGUAL A ULTIMA
      * GERACAO ENVIADA (EXPSEG.CTL), QUANTIDADE E HASH DO TRAILER
      * IGUAIS AOS CALCULADOS E NAO MAIS DETALHES DO QUE VEICULOS
      * ENVIADOS. QUALQUER DIVERGENCIA RECUSA O RETORNO INTEIRO - A
      * SEGURADORA TEM QUE REENVIAR - COM AVISO (RC 4), SEM PARAR A
      * CADEIA DO BATNOITE. CONFERIDO, CADA DETALHE
      * INCLUI OU REGRAVA A APOLICE DA PLACA EM APOLICE.DAT; PLACA
      * QUE NAO ESTA EM VEHICLES.DAT E DETALHE COM DATA OU SITUACAO
      * INVALIDA SAO LISTADOS NO LOG E NAO GRAVADOS (RC 4).
      * A GERACAO APLICADA FICA EM RETSEG.CTL: O MESMO RETORNO NAO E
      * APLICADO DUAS VEZES, E SEM RETSEG.DAT NAO HA NADA A FAZER -
      * O PASSO RODA TODA NOITE E SO TRABALHA QUANDO O RETORNO
      * CHEGA. GRAVA EM RETSEG.LOG A LINHA DE RESUMO PARA O BATNOITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-FILE ASSIGN TO "retseg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-STAT.
           SELECT EXP-CTL ASSIGN TO "expseg.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STAT.
           SELECT RET-CTL ASSIGN TO "retseg.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-STAT.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT APOLICE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS AP-PLACA
              FILE STATUS  IS AP-STAT.
           SELECT RET-LOG ASSIGN TO "retseg.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RET-FILE.
       01 RET-LINHA PIC X(120).

       FD EXP-CTL.
       01 EXP-CTL-REC.
           05 CT-GERACAO PIC 9(06).
           05 FILLER PIC X(01).
           05 CT-DATA-GER PIC 9(08).
           05 FILLER PIC X(01).
           05 CT-QTD-VEIC PIC 9(06).

       FD RET-CTL.
       01 RET-CTL-REC.
           05 RC-GERACAO PIC 9(06).
           05 FILLER PIC X(01).
           05 RC-DATA-PROC PIC 9(08).

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

      * APOLICE CORRENTE DE CADA PLACA, SEGUNDO O ULTIMO RETORNO DA
      * SEGURADORA QUE A TROUXE.
       FD APOLICE-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "apolice.dat".
       01 APOLICE-REC.
           05 AP-PLACA PIC X(25).
           05 AP-NUMERO PIC X(20).
           05 AP-INICIO PIC 9(08).
           05 AP-FIM PIC 9(08).
           05 AP-SITUACAO PIC X(01).
               88 AP-ATIVA      VALUE "A".
               88 AP-CANCELADA  VALUE "C".
               88 AP-SUSPENSA   VALUE "S".
           05 AP-GERACAO PIC 9(06).
           05 AP-DATA-RETORNO PIC 9(08).
           05 FILLER PIC X(14).

       FD RET-LOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 RT-STAT PIC X(02) VALUE "00".
       77 CT-STAT PIC X(02) VALUE "00".
       77 RC-STAT PIC X(02) VALUE "00".
       77 ST-ERRO PIC X(02) VALUE "00".
       77 AP-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-GER-ENVIADA PIC 9(06) VALUE ZEROS.
       77 W-QTD-ENVIADA PIC 9(06) VALUE ZEROS.
       77 W-TEM-QTD-ENVIADA PIC X VALUE "N".
       77 W-GER-APLICADA PIC 9(06) VALUE ZEROS.
       77 W-TEM-HEADER PIC X VALUE "N".
       77 W-TEM-TRAILER PIC X VALUE "N".
       77 W-QTD-DETALHES PIC 9(06) VALUE ZEROS.
       77 W-HASH PIC 9(12) VALUE ZEROS.
       77 W-TOT-INCLUIDAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-ALTERADAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-REJEITADAS PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO PIC X(40) VALUE SPACES.

      * CAMPOS DE CADA LINHA, SEPARADOS PELO ";".
       01 W-CAMPOS.
           05 W-TIPO PIC X(01).
           05 W-CAMPO-2 PIC X(25).
           05 W-CAMPO-3 PIC X(20).
           05 W-CAMPO-4 PIC X(08).
           05 W-CAMPO-4-N REDEFINES W-CAMPO-4 PIC 9(08).
           05 W-CAMPO-5 PIC X(08).
           05 W-CAMPO-5-N REDEFINES W-CAMPO-5 PIC 9(08).
           05 W-CAMPO-6 PIC X(01).
       01 W-HEADER.
           05 W-H-DATA PIC 9(08).
           05 W-H-GERACAO PIC 9(06).
       01 W-TRAILER.
           05 W-T-QTD PIC 9(06).
           05 W-T-HASH PIC 9(12).
       01 W-NUM-6 PIC X(06).
       01 W-NUM-6-N REDEFINES W-NUM-6 PIC 9(06).
       01 W-NUM-12 PIC X(12).
       01 W-NUM-12-N REDEFINES W-NUM-12 PIC 9(12).

       01 WS-LOG-RECUSA.
           05 FILLER PIC X(20) VALUE "RETORNO RECUSADO: ".
           05 WS-LOG-MOTIVO PIC X(60).

       01 WS-LOG-REJEITADO.
           05 FILLER PIC X(19) VALUE "DETALHE REJEITADO: ".
           05 WS-LOG-REJ-PLACA PIC X(25).
           05 FILLER PIC X(02) VALUE " (".
           05 WS-LOG-REJ-MOTIVO PIC X(30).
           05 FILLER PIC X(01) VALUE ")".

       01 WS-LOG-GERACAO.
           05 FILLER PIC X(20) VALUE "RETORNO DA GERACAO:".
           05 WS-LOG-NUM-GERACAO PIC ZZZZZ9.
           05 FILLER PIC X(08) VALUE "  DATA:".
           05 WS-LOG-DATA PIC 9(08).

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(10) VALUE "DETALHES:".
           05 WS-LOG-DETALHES PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  INCLUIDAS:".
           05 WS-LOG-INCLUIDAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  ALTERADAS:".
           05 WS-LOG-ALTERADAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  REJEITADAS:".
           05 WS-LOG-REJEITADAS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT RET-LOG.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT RET-FILE.
           IF RT-STAT NOT = "00"
               MOVE "SEM ARQUIVO DE RETORNO DA SEGURADORA" TO LOG-LINHA
               WRITE LOG-LINHA
               GO TO FINALIZA
           END-IF.
           PERFORM LE-CONTROLES.
           PERFORM CONFERE-RETORNO THRU CONFERE-RETORNO-FIM.
           CLOSE RET-FILE.
           IF W-MOTIVO NOT = SPACES
               MOVE W-MOTIVO TO WS-LOG-MOTIVO
               WRITE LOG-LINHA FROM WS-LOG-RECUSA
               MOVE 4 TO RETURN-CODE
               GO TO FINALIZA
           END-IF.
           MOVE W-H-GERACAO TO WS-LOG-NUM-GERACAO.
           MOVE W-H-DATA TO WS-LOG-DATA.
           WRITE LOG-LINHA FROM WS-LOG-GERACAO.
           IF W-H-GERACAO = W-GER-APLICADA
               MOVE "RETORNO JA PROCESSADO - NADA APLICADO"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               GO TO FINALIZA
           END-IF.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO VEHICLES.DAT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO FINALIZA
           END-IF.
           OPEN I-O APOLICE-FILE.
           IF AP-STAT NOT = "00"
               OPEN OUTPUT APOLICE-FILE
               CLOSE APOLICE-FILE
               OPEN I-O APOLICE-FILE
           END-IF.
           OPEN INPUT RET-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ RET-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM SEPARA-CAMPOS
                       IF W-TIPO = "D"
                           PERFORM APLICA-DETALHE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RET-FILE VEHICLES-FILE APOLICE-FILE.
           PERFORM GRAVA-CONTROLE.
           MOVE W-QTD-DETALHES TO WS-LOG-DETALHES.
           MOVE W-TOT-INCLUIDAS TO WS-LOG-INCLUIDAS.
           MOVE W-TOT-ALTERADAS TO WS-LOG-ALTERADAS.
           MOVE W-TOT-REJEITADAS TO WS-LOG-REJEITADAS.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           IF W-TOT-REJEITADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       FINALIZA.
           CLOSE RET-LOG.
           GOBACK.

      * -----------------------------------
      * ULTIMA GERACAO ENVIADA (E QUANTOS VEICULOS FORAM NELA) EM
      * EXPSEG.CTL E ULTIMA GERACAO JA APLICADA EM RETSEG.CTL.
      * EXPSEG.CTL ANTERIOR A QUANTIDADE NAO TRAZ ESSE CAMPO: A
      * CONFERENCIA DA QUANTIDADE FICA DE FORA.
       LE-CONTROLES.
           OPEN INPUT EXP-CTL.
           IF CT-STAT = "00"
               READ EXP-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CT-GERACAO NUMERIC
                           MOVE CT-GERACAO TO W-GER-ENVIADA
                       END-IF
                       IF CT-QTD-VEIC NUMERIC
                           MOVE CT-QTD-VEIC TO W-QTD-ENVIADA
                           MOVE "S" TO W-TEM-QTD-ENVIADA
                       END-IF
               END-READ
               CLOSE EXP-CTL
           END-IF.
           OPEN INPUT RET-CTL.
           IF RC-STAT = "00"
               READ RET-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-GERACAO NUMERIC
                           MOVE RC-GERACAO TO W-GER-APLICADA
                       END-IF
               END-READ
               CLOSE RET-CTL
           END-IF.

      * -----------------------------------
      * PRIMEIRA PASSADA: CONFERE A ESTRUTURA E OS TOTAIS DE CONTROLE
      * SEM GRAVAR NADA. DEIXA EM W-MOTIVO A RAZAO DA RECUSA (BRANCO
      * QUANDO O RETORNO ESTA INTEGRO).
       CONFERE-RETORNO.
           MOVE SPACES TO W-MOTIVO.
           PERFORM UNTIL W-EOF = "S"
               READ RET-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM CONFERE-LINHA
               END-READ
           END-PERFORM.
           IF W-MOTIVO NOT = SPACES
               GO TO CONFERE-RETORNO-FIM
           END-IF.
           IF W-TEM-HEADER = "N"
               MOVE "SEM REGISTRO HEADER" TO W-MOTIVO
               GO TO CONFERE-RETORNO-FIM
           END-IF.
           IF W-TEM-TRAILER = "N"
               MOVE "SEM REGISTRO TRAILER (ARQUIVO INCOMPLETO)"
                   TO W-MOTIVO
               GO TO CONFERE-RETORNO-FIM
           END-IF.
           IF W-H-GERACAO NOT = W-GER-ENVIADA
               MOVE "GERACAO DO HEADER DIFERENTE DA ENVIADA"
                   TO W-MOTIVO
               GO TO CONFERE-RETORNO-FIM
           END-IF.
           IF W-T-QTD NOT = W-QTD-DETALHES
               MOVE "QUANTIDADE DO TRAILER NAO CONFERE" TO W-MOTIVO
               GO TO CONFERE-RETORNO-FIM
           END-IF.
           IF W-T-HASH NOT = W-HASH
               MOVE "HASH DO TRAILER NAO CONFERE" TO W-MOTIVO
               GO TO CONFERE-RETORNO-FIM
           END-IF.
           IF W-TEM-QTD-ENVIADA = "S"
                   AND W-QTD-DETALHES > W-QTD-ENVIADA
               MOVE "MAIS DETALHES DO QUE VEICULOS ENVIADOS"
                   TO W-MOTIVO
           END-IF.
       CONFERE-RETORNO-FIM.
           EXIT.

       CONFERE-LINHA.
           PERFORM SEPARA-CAMPOS.
           EVALUATE W-TIPO
               WHEN "H"
                   MOVE W-CAMPO-3(1:6) TO W-NUM-6
                   IF W-CAMPO-2(1:8) NOT NUMERIC
                           OR W-NUM-6 NOT NUMERIC
                       MOVE "HEADER COM DATA OU GERACAO INVALIDA"
                           TO W-MOTIVO
                   ELSE
                       MOVE W-CAMPO-2(1:8) TO W-H-DATA
                       MOVE W-NUM-6-N TO W-H-GERACAO
                       MOVE "S" TO W-TEM-HEADER
                   END-IF
               WHEN "D"
                   ADD 1 TO W-QTD-DETALHES
                   IF W-CAMPO-4 NUMERIC
                       ADD W-CAMPO-4-N TO W-HASH
                   END-IF
                   IF W-CAMPO-5 NUMERIC
                       ADD W-CAMPO-5-N TO W-HASH
                   END-IF
               WHEN "T"
                   MOVE W-CAMPO-2(1:6) TO W-NUM-6
                   MOVE W-CAMPO-3(1:12) TO W-NUM-12
                   IF W-NUM-6 NOT NUMERIC OR W-NUM-12 NOT NUMERIC
                       MOVE "TRAILER COM TOTAIS INVALIDOS" TO W-MOTIVO
                   ELSE
                       MOVE W-NUM-6-N TO W-T-QTD
                       MOVE W-NUM-12-N TO W-T-HASH
                       MOVE "S" TO W-TEM-TRAILER
                   END-IF
               WHEN OTHER
                   MOVE "REGISTRO DE TIPO DESCONHECIDO" TO W-MOTIVO
           END-EVALUATE.

      * -----------------------------------
      * SEPARA OS CAMPOS DA LINHA CORRENTE DO RETORNO.
       SEPARA-CAMPOS.
           MOVE SPACES TO W-CAMPOS.
           UNSTRING RET-LINHA DELIMITED BY ";"
               INTO W-TIPO W-CAMPO-2 W-CAMPO-3 W-CAMPO-4
                    W-CAMPO-5 W-CAMPO-6
           END-UNSTRING.

      * -----------------------------------
      * SEGUNDA PASSADA: GRAVA A APOLICE DE CADA DETALHE VALIDO NA
      * PLACA (INCLUI OU REGRAVA, VALE SEMPRE O ULTIMO RETORNO).
       APLICA-DETALHE.
           MOVE SPACES TO WS-LOG-REJ-MOTIVO.
           MOVE W-CAMPO-2 TO FPLACA.
           READ VEHICLES-FILE
               INVALID KEY
                   MOVE "PLACA NAO CADASTRADA" TO WS-LOG-REJ-MOTIVO
           END-READ.
           IF WS-LOG-REJ-MOTIVO = SPACES
               IF W-CAMPO-4 NOT NUMERIC OR W-CAMPO-5 NOT NUMERIC
                       OR W-CAMPO-5-N < W-CAMPO-4-N
                       OR W-CAMPO-4(5:2) < "01"
                       OR W-CAMPO-4(5:2) > "12"
                       OR W-CAMPO-5(5:2) < "01"
                       OR W-CAMPO-5(5:2) > "12"
                   MOVE "VIGENCIA INVALIDA" TO WS-LOG-REJ-MOTIVO
               END-IF
           END-IF.
           IF WS-LOG-REJ-MOTIVO = SPACES
               IF W-CAMPO-6 NOT = "A" AND W-CAMPO-6 NOT = "C"
                       AND W-CAMPO-6 NOT = "S"
                   MOVE "SITUACAO INVALIDA" TO WS-LOG-REJ-MOTIVO
               END-IF
           END-IF.
           IF WS-LOG-REJ-MOTIVO NOT = SPACES
               MOVE W-CAMPO-2 TO WS-LOG-REJ-PLACA
               WRITE LOG-LINHA FROM WS-LOG-REJEITADO
               ADD 1 TO W-TOT-REJEITADAS
           ELSE
               MOVE SPACES TO APOLICE-REC
               MOVE W-CAMPO-2 TO AP-PLACA
               MOVE W-CAMPO-3 TO AP-NUMERO
               MOVE W-CAMPO-4-N TO AP-INICIO
               MOVE W-CAMPO-5-N TO AP-FIM
               MOVE W-CAMPO-6 TO AP-SITUACAO
               MOVE W-H-GERACAO TO AP-GERACAO
               MOVE W-H-DATA TO AP-DATA-RETORNO
               WRITE APOLICE-REC
                   INVALID KEY
                       REWRITE APOLICE-REC
                       ADD 1 TO W-TOT-ALTERADAS
                   NOT INVALID KEY
                       ADD 1 TO W-TOT-INCLUIDAS
               END-WRITE
           END-IF.

      * -----------------------------------
      * REGISTRA EM RETSEG.CTL A GERACAO RECEM APLICADA.
       GRAVA-CONTROLE.
           OPEN OUTPUT RET-CTL.
           MOVE SPACES TO RET-CTL-REC.
           MOVE W-H-GERACAO TO RC-GERACAO.
           MOVE ";" TO RET-CTL-REC(7:1).
           MOVE W-DATA-HOJE TO RC-DATA-PROC.
           WRITE RET-CTL-REC.
           CLOSE RET-CTL.
