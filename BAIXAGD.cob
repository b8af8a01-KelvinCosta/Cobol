       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAGD.
      * BAIXA NOTURNA DA AGENDA DE VISTORIAS. VARRE AGVISTO.DAT NA
      * ORDEM PLACA+DATA E:
      *  - PASSA PARA "F" (FALTOU) TODO AGENDAMENTO AINDA "A" COM
      *    DATA ANTERIOR A HOJE, QUE NINGUEM ATUALIZOU NO BALCAO E
      *    QUE CONTINUARIA OCUPANDO A CAPACIDADE DO DIA E SEGURANDO
      *    A CARTA DO NOTIVIST. A FALTA LANCA A MULTA EM AGCOBRA.DAT
      *    DO MESMO JEITO QUE A FALTA REGISTRADA NO AGVISTO (A TAXA
      *    EM ABERTO VIRA MULTA; TAXA JA PAGA NAO E MEXIDA).
      *    AGENDAMENTO SEM COBRANCA SO GANHA MULTA NOVA SE A DATA DELE
      *    E DO INICIO DA COBRANCA EM DIANTE (CODIGO IC DO DOMINIO
      *    TAXAVIST, AAAAMMDD NAS OITO PRIMEIRAS POSICOES); SEM O
      *    CODIGO, NENHUM AGENDAMENTO SEM COBRANCA E MULTADO - O
      *    ESTOQUE ANTIGO DE "A" DE ANTES DA TAXA SO VIRA FALTA. CADA
      *    BAIXA SAI NUMA LINHA DE BAIXAGD.LOG, ARQUIVADO PELO
      *    BATNOITE JUNTO COM O BAIXAGD.LST;
      *  - MONTA EM BAIXAGD.LST A LISTA DE TRABALHO DOS VEICULOS
      *    REPROVADOS ("P") QUE NAO VOLTARAM: SEM AGENDAMENTO
      *    POSTERIOR A REPROVACAO E COM O PRAZO DE REVISTORIA
      *    VENCIDO. O PRAZO, EM DIAS CORRIDOS, E O CODIGO RI DO
      *    DOMINIO AGENDA DE PARAMS.DAT (30 SE AUSENTE). AGENDAMENTO
      *    POSTERIOR QUE TAMBEM FALTOU NAO CONTA COMO RETORNO.
      * A LINHA DE RESUMO NO FIM DE BAIXAGD.LOG E A QUE O BATNOITE
      * COPIA. RODA NA JANELA NOTURNA ANTES DO RELCOBR, PARA AS
      * MULTAS DA NOITE JA SAIREM NA POSICAO DE COBRANCAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS AG-CHAVE
              ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES
              FILE STATUS  IS AG-STAT.
           SELECT COBRA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS CB-CHAVE
              FILE STATUS  IS CB-STAT.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS FPLACA
              FILE STATUS  IS ST-ERRO.
           SELECT REL-BAIXA ASSIGN TO "baixagd.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-BAIXA ASSIGN TO "baixagd.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "agvisto.dat".
       01 AGENDA-REC.
           02 AG-CHAVE.
               03 AG-PLACA PIC X(25).
               03 AG-DATA PIC 9(08).
           02 AG-STATUS PIC X(01).
               88 AG-AGENDADA  VALUE "A".
               88 AG-REALIZADA VALUE "R".
               88 AG-REPROVADA VALUE "P".
               88 AG-FALTOU    VALUE "F".
           02 AG-OBSERVACAO PIC X(30).
           02 AG-HORARIO PIC 9(04).
           02 FILLER PIC X(10).

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

       FD REL-BAIXA.
       01 REL-LINHA PIC X(100).

       FD LOG-BAIXA.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 AG-STAT PIC X(02) VALUE "00".
       77 CB-STAT PIC X(02) VALUE "00".
       77 ST-ERRO PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-VEIC-OK PIC X VALUE "N".
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-BAIXADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-MULTAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-PENDENTES PIC 9(06) VALUE ZEROS.
       77 W-TOT-NO-PRAZO PIC 9(06) VALUE ZEROS.
       77 W-PROPRIETARIO PIC X(30) VALUE SPACES.
       77 W-SITUACAO-COBR PIC X(30) VALUE SPACES.

      * PLACA CORRENTE DA VARREDURA E A REPROVACAO AINDA SEM RETORNO
      * (ZERO QUANDO NAO HA).
       77 W-PLACA-ANT PIC X(25) VALUE SPACES.
       77 W-DATA-REPROV PIC 9(08) VALUE ZEROS.
       77 W-DIAS PIC 9(06) VALUE ZEROS.

      * PRAZO DE REVISTORIA (AGENDA/RI) E MULTA DE FALTA (TAXAVIST/
      * FT), COM OS VALORES DE FABRICA QUANDO O CODIGO NAO EXISTE.
       77 W-PRAZO-REVISTORIA PIC 9(03) VALUE 30.
       77 W-TAXA-FT PIC 9(05)V99 VALUE 40.
       77 W-INICIO-COBR PIC 9(08) VALUE 99999999.
       01 W-CENTAVOS PIC 9(07) VALUE ZEROS.
       01 W-CENTAVOS-V REDEFINES W-CENTAVOS PIC 9(05)V99.
       01 TAB-AGENDA.
           05 TP-DOMINIO PIC X(08).
           05 TP-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TP-QTD PIC 9(02).
           05 TP-ITEM OCCURS 20 TIMES.
               10 TP-CODIGO PIC X(02).
               10 TP-DESC PIC X(15).
       01 TAB-TAXAVIST.
           05 TX-DOMINIO PIC X(08).
           05 TX-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TX-QTD PIC 9(02).
           05 TX-ITEM OCCURS 20 TIMES.
               10 TX-CODIGO PIC X(02).
               10 TX-DESC PIC X(15).

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

       01 WS-SEPARADOR PIC X(92) VALUE ALL "-".

       01 WS-CABEC1.
           05 FILLER PIC X(47) VALUE
              "VEICULOS REPROVADOS SEM REVISTORIA - POSICAO EM".
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-CB-DATA PIC 9(08).
           05 FILLER PIC X(09) VALUE " - PRAZO ".
           05 WS-CB-PRAZO PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".

       01 WS-CABEC2.
           05 FILLER PIC X(46) VALUE
              "PLACA                     REPROVADO     DIAS  ".
           05 FILLER PIC X(30) VALUE "PROPRIETARIO".

       01 WS-LINHA-PEND.
           05 WS-P-PLACA PIC X(25).
           05 FILLER PIC X(01).
           05 WS-P-DATA PIC 9(08).
           05 FILLER PIC X(03).
           05 WS-P-DIAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(02).
           05 WS-P-PROPRIETARIO PIC X(30).

       01 WS-LINHA-BAIXA.
           05 FILLER PIC X(07) VALUE "FALTA: ".
           05 WS-B-PLACA PIC X(25).
           05 FILLER PIC X(01).
           05 WS-B-DATA PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-B-HORARIO PIC 9(04).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-B-COBRANCA PIC X(30).

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(09) VALUE "FALTAS: ".
           05 WS-LOG-BAIXADOS PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  MULTAS: ".
           05 WS-LOG-MULTAS PIC ZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  SEM REVISTORIA: ".
           05 WS-LOG-PENDENTES PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  NO PRAZO: ".
           05 WS-LOG-NO-PRAZO PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-BAIXA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE TO W-CV-DATA.
           PERFORM CONVERTE-DATA.
           MOVE W-CV-ORDINAL TO W-ORDINAL-HOJE.
           MOVE "AGENDA" TO TP-DOMINIO.
           CALL "TABPARAM" USING TAB-AGENDA.
           MOVE "TAXAVIST" TO TX-DOMINIO.
           CALL "TABPARAM" USING TAB-TAXAVIST.
           PERFORM CARREGA-PARAMETROS.
           OPEN I-O AGENDA-FILE.
           IF AG-STAT NOT = "00"
               MOVE "AGVISTO.DAT INDISPONIVEL - BAIXA NAO EXECUTADA"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-BAIXA
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O COBRA-FILE.
           IF CB-STAT = "30" OR "35"
               OPEN OUTPUT COBRA-FILE
               CLOSE COBRA-FILE
               OPEN I-O COBRA-FILE
           END-IF.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO = "00"
               MOVE "S" TO W-VEIC-OK
           END-IF.
           OPEN OUTPUT REL-BAIXA.
           MOVE W-DATA-HOJE TO WS-CB-DATA.
           MOVE W-PRAZO-REVISTORIA TO WS-CB-PRAZO.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC2.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           PERFORM UNTIL W-EOF = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       ADD 1 TO W-TOT-LIDOS
                       PERFORM TRATA-AGENDAMENTO
                           THRU TRATA-AGENDAMENTO-FIM
               END-READ
           END-PERFORM.
           PERFORM FECHA-PLACA.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SPACES TO REL-LINHA.
           STRING "VEICULOS SEM REVISTORIA: " W-TOT-PENDENTES
               "  AINDA NO PRAZO: " W-TOT-NO-PRAZO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE REL-BAIXA AGENDA-FILE COBRA-FILE.
           IF W-VEIC-OK = "S"
               CLOSE VEHICLES-FILE
           END-IF.
           MOVE W-TOT-BAIXADOS TO WS-LOG-BAIXADOS.
           MOVE W-TOT-MULTAS TO WS-LOG-MULTAS.
           MOVE W-TOT-PENDENTES TO WS-LOG-PENDENTES.
           MOVE W-TOT-NO-PRAZO TO WS-LOG-NO-PRAZO.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-BAIXA.
           GOBACK.

      * -----------------------------------
      * PRAZO DE REVISTORIA (AGENDA/RI, TRES PRIMEIRAS POSICOES),
      * MULTA DE FALTA (TAXAVIST/FT, EM CENTAVOS NAS SETE PRIMEIRAS)
      * E INICIO DA COBRANCA (TAXAVIST/IC, AAAAMMDD NAS OITO
      * PRIMEIRAS).
       CARREGA-PARAMETROS.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TP-QTD
               IF TP-CODIGO(IND) = "RI"
                       AND TP-DESC(IND)(1:3) NUMERIC
                   MOVE TP-DESC(IND)(1:3) TO W-PRAZO-REVISTORIA
               END-IF
           END-PERFORM.
           IF W-PRAZO-REVISTORIA = ZEROS
               MOVE 30 TO W-PRAZO-REVISTORIA
           END-IF.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TX-QTD
               IF TX-CODIGO(IND) = "FT"
                       AND TX-DESC(IND)(1:7) NUMERIC
                   MOVE TX-DESC(IND)(1:7) TO W-CENTAVOS
                   MOVE W-CENTAVOS-V TO W-TAXA-FT
               END-IF
               IF TX-CODIGO(IND) = "IC"
                       AND TX-DESC(IND)(1:8) NUMERIC
                   MOVE TX-DESC(IND)(1:8) TO W-INICIO-COBR
               END-IF
           END-PERFORM.

      * -----------------------------------
      * UM AGENDAMENTO: NA TROCA DE PLACA FECHA A ANTERIOR; "A"
      * VENCIDO VIRA FALTA; "P" ABRE A ESPERA DA REVISTORIA, QUE UM
      * AGENDAMENTO POSTERIOR "A", "R" OU "P" ENCERRA.
       TRATA-AGENDAMENTO.
           IF AG-PLACA NOT = W-PLACA-ANT
               PERFORM FECHA-PLACA
               MOVE AG-PLACA TO W-PLACA-ANT
               MOVE ZEROS TO W-DATA-REPROV
           END-IF.
           IF AG-AGENDADA AND AG-DATA < W-DATA-HOJE
               PERFORM BAIXA-FALTA THRU BAIXA-FALTA-FIM
           END-IF.
           IF AG-FALTOU
               GO TO TRATA-AGENDAMENTO-FIM
           END-IF.
           IF AG-REPROVADA
               MOVE AG-DATA TO W-DATA-REPROV
           ELSE
               MOVE ZEROS TO W-DATA-REPROV
           END-IF.
       TRATA-AGENDAMENTO-FIM.
           EXIT.

      * -----------------------------------
      * FIM DA PLACA: REPROVACAO SEM RETORNO ENTRA NA LISTA QUANDO O
      * PRAZO JA VENCEU; DENTRO DO PRAZO SO E CONTADA.
       FECHA-PLACA.
           IF W-DATA-REPROV > ZEROS
               MOVE W-DATA-REPROV TO W-CV-DATA
               IF W-CV-MES >= 1 AND W-CV-MES <= 12
                   PERFORM CONVERTE-DATA
                   COMPUTE W-DIAS = W-ORDINAL-HOJE - W-CV-ORDINAL
               ELSE
                   MOVE 999999 TO W-DIAS
               END-IF
               IF W-DIAS > W-PRAZO-REVISTORIA
                   PERFORM LISTA-PENDENTE
               ELSE
                   ADD 1 TO W-TOT-NO-PRAZO
               END-IF
           END-IF.
           MOVE ZEROS TO W-DATA-REPROV.

       LISTA-PENDENTE.
           ADD 1 TO W-TOT-PENDENTES.
           MOVE W-PLACA-ANT TO FPLACA.
           PERFORM BUSCA-PROPRIETARIO.
           MOVE SPACES TO WS-LINHA-PEND.
           MOVE W-PLACA-ANT TO WS-P-PLACA.
           MOVE W-DATA-REPROV TO WS-P-DATA.
           MOVE W-DIAS TO WS-P-DIAS.
           MOVE W-PROPRIETARIO TO WS-P-PROPRIETARIO.
           WRITE REL-LINHA FROM WS-LINHA-PEND.

      * -----------------------------------
      * AGENDAMENTO VENCIDO SEM ATUALIZACAO: VIRA FALTA NA AGENDA E
      * A COBRANCA RECEBE A MULTA DE FALTA, COMO NO AGVISTO.
       BAIXA-FALTA.
           MOVE "F" TO AG-STATUS.
           IF AG-OBSERVACAO = SPACES
               MOVE "FALTA REGISTRADA NA BAIXA" TO AG-OBSERVACAO
           END-IF.
           REWRITE AGENDA-REC
               INVALID KEY
                   MOVE "A" TO AG-STATUS
                   MOVE "ERRO AO REGRAVAR - AGENDAMENTO MANTIDO"
                       TO W-SITUACAO-COBR
                   PERFORM GRAVA-LINHA-BAIXA
                   GO TO BAIXA-FALTA-FIM
           END-REWRITE.
           ADD 1 TO W-TOT-BAIXADOS.
           PERFORM COBRA-FALTA THRU COBRA-FALTA-FIM.
           PERFORM GRAVA-LINHA-BAIXA.
       BAIXA-FALTA-FIM.
           EXIT.

       GRAVA-LINHA-BAIXA.
           MOVE AG-PLACA TO WS-B-PLACA.
           MOVE AG-DATA TO WS-B-DATA.
           MOVE AG-HORARIO TO WS-B-HORARIO.
           MOVE W-SITUACAO-COBR TO WS-B-COBRANCA.
           WRITE LOG-LINHA FROM WS-LINHA-BAIXA.

      * -----------------------------------
      * A TAXA EM ABERTO DO AGENDAMENTO VIRA MULTA DE FALTA; TAXA JA
      * PAGA NAO E MEXIDA; AGENDAMENTO SEM COBRANCA GANHA A MULTA SE
      * FOR DO INICIO DA COBRANCA EM DIANTE.
       COBRA-FALTA.
           MOVE AG-PLACA TO CB-PLACA.
           MOVE AG-DATA TO CB-DATA.
           READ COBRA-FILE
               INVALID KEY
                   IF AG-DATA < W-INICIO-COBR
                       MOVE "SEM COBRANCA - ANTERIOR A TAXA"
                           TO W-SITUACAO-COBR
                   ELSE
                       PERFORM LANCA-MULTA
                   END-IF
                   GO TO COBRA-FALTA-FIM
           END-READ.
           IF CB-PAGA
               MOVE "TAXA JA PAGA - SEM MULTA" TO W-SITUACAO-COBR
               GO TO COBRA-FALTA-FIM
           END-IF.
           MOVE "FT" TO CB-TIPO.
           MOVE W-TAXA-FT TO CB-VALOR.
           REWRITE COBRA-REC
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR A COBRANCA"
                       TO W-SITUACAO-COBR
               NOT INVALID KEY
                   MOVE "TAXA TROCADA POR MULTA" TO W-SITUACAO-COBR
                   ADD 1 TO W-TOT-MULTAS
           END-REWRITE.
       COBRA-FALTA-FIM.
           EXIT.

       LANCA-MULTA.
           MOVE AG-PLACA TO FPLACA.
           PERFORM BUSCA-PROPRIETARIO.
           MOVE SPACES TO COBRA-REC.
           MOVE AG-PLACA TO CB-PLACA.
           MOVE AG-DATA TO CB-DATA.
           MOVE "FT" TO CB-TIPO.
           MOVE W-TAXA-FT TO CB-VALOR.
           MOVE W-PROPRIETARIO TO CB-PROPRIETARIO.
           MOVE W-DATA-HOJE TO CB-EMISSAO.
           MOVE "A" TO CB-STATUS.
           MOVE ZEROS TO CB-DATA-PAGTO CB-RECIBO.
           WRITE COBRA-REC
               INVALID KEY
                   MOVE "ERRO AO LANCAR A MULTA" TO W-SITUACAO-COBR
               NOT INVALID KEY
                   MOVE "MULTA LANCADA" TO W-SITUACAO-COBR
                   ADD 1 TO W-TOT-MULTAS
           END-WRITE.

       BUSCA-PROPRIETARIO.
           MOVE SPACES TO W-PROPRIETARIO.
           IF W-VEIC-OK = "S"
               READ VEHICLES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FPROPRIETARIO TO W-PROPRIETARIO
               END-READ
           END-IF.

      * -----------------------------------
      * DATA AAAAMMDD (W-CV-DATA) PARA DIAS CORRIDOS (W-CV-ORDINAL).
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
