       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINSP.
      * PRODUTIVIDADE MENSAL DOS INSPETORES DE VISTORIA. RODA NA
      * JANELA NOTURNA NO DIA 1 E APURA O MES ANTERIOR: VARRE
      * AGLAUDO.DAT, PEGA OS LAUDOS DO MES E CONFERE NA AGENDA
      * (AGVISTO.DAT, MESMA CHAVE PLACA+DATA) SE A VISTORIA FICOU
      * REALIZADA (APROVADA) OU REPROVADA. POR INSPETOR MOSTRA AS
      * VISTORIAS FEITAS, AS TAXAS DE APROVACAO E REPROVACAO, O
      * DESVIO DA TAXA DE REPROVACAO EM RELACAO A MEDIA DO MES (PARA
      * O SUPERVISOR ACHAR O INSPETOR BRANDO OU RIGOROSO DEMAIS) E
      * OS TRES MOTIVOS DE REPROVACAO (DOMINIO MOTREPRO) MAIS
      * FREQUENTES. O INSPETOR E AGRUPADO PELO CODIGO DO CADASTRO
      * (INSPETOR.DAT); LAUDO ANTIGO, SEM CODIGO, AGRUPA PELO NOME
      * DIGITADO. NO FIM, AS VISTORIAS DO MES POR POSTO DE VISTORIA
      * (LD-POSTO; NO LAUDO ANTIGO, O POSTO DO AGENDAMENTO, E SEM
      * NENHUM DOS DOIS O POSTO 01), COM O NOME DO CADASTRO DE
      * POSTOS (POSTOS.DAT). GRAVA RELINSP.LST E A LINHA DE RESUMO EM
      * RELINSP.LOG PARA O BATNOITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAUDO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS LD-CHAVE
              FILE STATUS  IS LD-STAT.
           SELECT AGENDA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS AG-CHAVE
              ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES
              FILE STATUS  IS AG-STAT.
           SELECT POSTO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS PS-CODIGO
              FILE STATUS  IS PS-STAT.
           SELECT REL-INSP ASSIGN TO "relinsp.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-INSP ASSIGN TO "relinsp.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LAUDO-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "aglaudo.dat".
       01 LAUDO-REC.
           02 LD-CHAVE.
               03 LD-PLACA PIC X(25).
               03 LD-DATA PIC 9(08).
           02 LD-INSPETOR PIC X(20).
           02 LD-MOTIVO-1 PIC X(02).
           02 LD-MOTIVO-2 PIC X(02).
           02 LD-MOTIVO-3 PIC X(02).
           02 LD-NOTAS PIC X(60).
           02 LD-COD-INSPETOR PIC 9(04).
           02 LD-POSTO PIC 9(02).
           02 FILLER PIC X(04).

       FD AGENDA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "agvisto.dat".
       01 AGENDA-REC.
           02 AG-CHAVE.
               03 AG-PLACA PIC X(25).
               03 AG-DATA PIC 9(08).
           02 AG-STATUS PIC X(01).
               88 AG-REALIZADA VALUE "R".
               88 AG-REPROVADA VALUE "P".
           02 AG-OBSERVACAO PIC X(30).
           02 AG-HORARIO PIC 9(04).
           02 AG-POSTO PIC 9(02).
           02 FILLER PIC X(08).

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

       FD REL-INSP.
       01 REL-LINHA PIC X(100).

       FD LOG-INSP.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 LD-STAT PIC X(02) VALUE "00".
       77 AG-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-AGENDA-OK PIC X VALUE "N".
       77 W-SITUACAO PIC X(01) VALUE SPACES.
       77 W-TOT-LAUDOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-APROV PIC 9(06) VALUE ZEROS.
       77 W-TOT-REPROV PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-SIT PIC 9(06) VALUE ZEROS.
       77 W-TOT-EXCEDE PIC 9(06) VALUE ZEROS.
       77 W-TAXA-GERAL PIC 9(03)V9 VALUE ZEROS.
       77 W-TAXA-APROV PIC 9(03)V9 VALUE ZEROS.
       77 W-TAXA-REPROV PIC 9(03)V9 VALUE ZEROS.
       77 W-DESVIO PIC S9(03)V9 VALUE ZEROS.

      * DESVIO DA TAXA DE REPROVACAO (EM PONTOS PERCENTUAIS) A PARTIR
      * DO QUAL O INSPETOR E APONTADO, E O MINIMO DE VISTORIAS NO MES
      * PARA A COMPARACAO VALER ALGUMA COISA.
       77 W-LIMITE-DESVIO PIC 9(03)V9 VALUE 15.
       77 W-MINIMO-VISTORIAS PIC 9(04) VALUE 5.

      * MES APURADO: O ANTERIOR A DATA DE HOJE.
       01 W-DATA-HOJE-G.
           05 W-HJ-ANO PIC 9(04).
           05 W-HJ-MES PIC 9(02).
           05 W-HJ-DIA PIC 9(02).
       01 W-DATA-HOJE REDEFINES W-DATA-HOJE-G PIC 9(08).
       01 W-MES-REF-G.
           05 W-MR-ANO PIC 9(04).
           05 W-MR-MES PIC 9(02).
       01 W-MES-REF REDEFINES W-MES-REF-G PIC 9(06).

      * MOTIVOS DE REPROVACAO DO DOMINIO MOTREPRO DE PARAMS.DAT. A
      * POSICAO 21 DOS CONTADORES JUNTA OS CODIGOS FORA DO DOMINIO.
       01 TAB-MOTREPRO.
           05 TR-DOMINIO PIC X(08).
           05 TR-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TR-QTD PIC 9(02).
           05 TR-ITEM OCCURS 20 TIMES.
               10 TR-CODIGO PIC X(02).
               10 TR-DESC PIC X(15).
       77 W-MOTIVO-X PIC X(02) VALUE SPACES.
       77 W-POS-MOT PIC 9(02) VALUE ZEROS.
       77 IND-MOT PIC 9(02) VALUE ZEROS.

      * ACUMULADORES POR INSPETOR (CODIGO ZERO = LAUDO ANTIGO, PELO
      * NOME DIGITADO) E DO MES INTEIRO.
       01 TAB-INSPETORES.
           05 W-QTD-INSP PIC 9(03) VALUE ZEROS.
           05 IT-ITEM OCCURS 200 TIMES.
               10 IT-CODIGO PIC 9(04).
               10 IT-NOME PIC X(20).
               10 IT-APROV PIC 9(05).
               10 IT-REPROV PIC 9(05).
               10 IT-MOT-QTD PIC 9(05) OCCURS 21 TIMES.
       01 TAB-GERAL-MOT.
           05 GM-QTD PIC 9(06) OCCURS 21 TIMES.
       77 IND-IT PIC 9(03) VALUE ZEROS.
       77 W-POS-IT PIC 9(03) VALUE ZEROS.
       77 W-COD-LAUDO PIC 9(04) VALUE ZEROS.
       77 W-FEITAS PIC 9(06) VALUE ZEROS.

      * ACUMULADORES POR POSTO DE VISTORIA, NA POSICAO DO CODIGO.
       77 PS-STAT PIC X(02) VALUE "00".
       77 W-POSTO-BASE-OK PIC X VALUE "N".
       77 W-POSTO-LAUDO PIC 9(02) VALUE ZEROS.
       77 IND-PO PIC 9(02) VALUE ZEROS.
       01 TAB-POSTOS.
           05 PO-ITEM OCCURS 99 TIMES.
               10 PO-APROV PIC 9(05).
               10 PO-REPROV PIC 9(05).

      * ESCOLHA DOS TRES MOTIVOS MAIS FREQUENTES.
       01 TAB-RANKING.
           05 RK-QTD PIC 9(06) OCCURS 21 TIMES.
       77 W-RANK PIC 9(01) VALUE ZEROS.
       77 W-MAIOR PIC 9(06) VALUE ZEROS.
       77 W-POS-MAIOR PIC 9(02) VALUE ZEROS.

       01 WS-SEPARADOR PIC X(96) VALUE ALL "-".

       01 WS-CABEC1.
           05 FILLER PIC X(42) VALUE
              "PRODUTIVIDADE DOS INSPETORES - MES (AAAAMM".
           05 FILLER PIC X(03) VALUE "): ".
           05 WS-CB-MES PIC 9(06).

       01 WS-CABEC2.
           05 FILLER PIC X(48) VALUE
              "COD  INSPETOR             VISTORIA   APROV REPRO".
           05 FILLER PIC X(48) VALUE
              "V %APROV %REPROV  DESVIO  AVALIACAO".

       01 WS-LINHA-INSP.
           05 WS-I-CODIGO PIC X(04).
           05 FILLER PIC X(01).
           05 WS-I-NOME PIC X(20).
           05 FILLER PIC X(01).
           05 WS-I-FEITAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(03).
           05 WS-I-APROV PIC ZZ,ZZ9.
           05 FILLER PIC X(01).
           05 WS-I-REPROV PIC ZZ,ZZ9.
           05 FILLER PIC X(02).
           05 WS-I-TAXA-APROV PIC ZZ9.9.
           05 FILLER PIC X(03).
           05 WS-I-TAXA-REPROV PIC ZZ9.9.
           05 FILLER PIC X(02).
           05 WS-I-DESVIO PIC +ZZ9.9.
           05 FILLER PIC X(02).
           05 WS-I-AVALIACAO PIC X(20).

       01 WS-CABEC-POSTO.
           05 FILLER PIC X(29) VALUE
              "POSTO NOME                 VI".
           05 FILLER PIC X(28) VALUE
              "STOR.    APROV REPROV  %REPR".

       01 WS-LINHA-POSTO.
           05 FILLER PIC X(02).
           05 WS-PO-CODIGO PIC 9(02).
           05 FILLER PIC X(02).
           05 WS-PO-NOME PIC X(20).
           05 FILLER PIC X(01).
           05 WS-PO-FEITAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(03).
           05 WS-PO-APROV PIC ZZ,ZZ9.
           05 FILLER PIC X(01).
           05 WS-PO-REPROV PIC ZZ,ZZ9.
           05 FILLER PIC X(02).
           05 WS-PO-TAXA PIC ZZ9.9.

       01 WS-LINHA-MOTIVO.
           05 FILLER PIC X(11) VALUE SPACES.
           05 WS-M-RANK PIC 9(01).
           05 FILLER PIC X(02) VALUE ". ".
           05 WS-M-CODIGO PIC X(02).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-M-DESC PIC X(15).
           05 FILLER PIC X(01).
           05 WS-M-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE " REPROVACOES".

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(05) VALUE "MES: ".
           05 WS-LOG-MES PIC 9(06).
           05 FILLER PIC X(14) VALUE "  INSPETORES: ".
           05 WS-LOG-INSP PIC ZZ9.
           05 FILLER PIC X(13) VALUE "  VISTORIAS: ".
           05 WS-LOG-VIST PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  REPROVACAO: ".
           05 WS-LOG-TAXA PIC ZZ9.9.
           05 FILLER PIC X(14) VALUE "%  APONTADOS: ".
           05 WS-LOG-APONTADOS PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-INSP.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-HJ-ANO TO W-MR-ANO.
           IF W-HJ-MES = 1
               MOVE 12 TO W-MR-MES
               SUBTRACT 1 FROM W-MR-ANO
           ELSE
               COMPUTE W-MR-MES = W-HJ-MES - 1
           END-IF.
           MOVE "MOTREPRO" TO TR-DOMINIO.
           CALL "TABPARAM" USING TAB-MOTREPRO.
           INITIALIZE TAB-GERAL-MOT.
           INITIALIZE TAB-POSTOS.
           OPEN INPUT LAUDO-FILE.
           IF LD-STAT NOT = "00"
               MOVE "AGLAUDO.DAT INDISPONIVEL - RELATORIO NAO EMITIDO"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-INSP
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
      * SEM A AGENDA A SITUACAO SAI DO PROPRIO LAUDO: COM MOTIVO DE
      * REPROVACAO E REPROVADA, SEM MOTIVO E APROVADA.
           OPEN INPUT AGENDA-FILE.
           IF AG-STAT = "00"
               MOVE "S" TO W-AGENDA-OK
           END-IF.
           PERFORM UNTIL W-EOF = "S"
               READ LAUDO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF LD-DATA(1:6) = W-MES-REF-G
                           PERFORM APURA-LAUDO THRU APURA-LAUDO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAUDO-FILE.
           IF W-AGENDA-OK = "S"
               CLOSE AGENDA-FILE
           END-IF.
           PERFORM EMITE-RELATORIO.
           MOVE W-MES-REF TO WS-LOG-MES.
           MOVE W-QTD-INSP TO WS-LOG-INSP.
           MOVE W-TOT-LAUDOS TO WS-LOG-VIST.
           MOVE W-TAXA-GERAL TO WS-LOG-TAXA.
           MOVE W-TOT-EXCEDE TO WS-LOG-APONTADOS.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-INSP.
           GOBACK.

      * -----------------------------------
      * UM LAUDO DO MES: SITUACAO PELA AGENDA, INSPETOR NA TABELA E
      * OS MOTIVOS NOS CONTADORES DO INSPETOR E DO MES.
       APURA-LAUDO.
           MOVE SPACES TO W-SITUACAO.
           IF W-AGENDA-OK = "S"
               MOVE LD-CHAVE TO AG-CHAVE
               READ AGENDA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AG-REALIZADA OR AG-REPROVADA
                           MOVE AG-STATUS TO W-SITUACAO
                       END-IF
               END-READ
           ELSE
               IF LD-MOTIVO-1 = SPACES
                   MOVE "R" TO W-SITUACAO
               ELSE
                   MOVE "P" TO W-SITUACAO
               END-IF
           END-IF.
      * LAUDO CUJO AGENDAMENTO SUMIU OU VOLTOU PARA "A"/"F" NAO CONTA
      * COMO VISTORIA FEITA; SAI SO NO TOTAL A PARTE.
           IF W-SITUACAO = SPACES
               ADD 1 TO W-TOT-SEM-SIT
               GO TO APURA-LAUDO-FIM
           END-IF.
           PERFORM LOCALIZA-INSPETOR THRU LOCALIZA-INSPETOR-FIM.
           IF W-POS-IT = ZEROS
               ADD 1 TO W-TOT-SEM-SIT
               GO TO APURA-LAUDO-FIM
           END-IF.
           ADD 1 TO W-TOT-LAUDOS.
           PERFORM POSTO-DO-LAUDO.
           IF W-SITUACAO = "R"
               ADD 1 TO PO-APROV(W-POSTO-LAUDO)
               ADD 1 TO IT-APROV(W-POS-IT) W-TOT-APROV
               GO TO APURA-LAUDO-FIM
           END-IF.
           ADD 1 TO IT-REPROV(W-POS-IT) W-TOT-REPROV.
           ADD 1 TO PO-REPROV(W-POSTO-LAUDO).
           MOVE LD-MOTIVO-1 TO W-MOTIVO-X.
           PERFORM CONTA-MOTIVO.
           MOVE LD-MOTIVO-2 TO W-MOTIVO-X.
           PERFORM CONTA-MOTIVO.
           MOVE LD-MOTIVO-3 TO W-MOTIVO-X.
           PERFORM CONTA-MOTIVO.
       APURA-LAUDO-FIM.
           EXIT.

      * -----------------------------------
      * POSICAO DO INSPETOR DO LAUDO NA TABELA (INCLUI SE E NOVO):
      * PELO CODIGO QUANDO O LAUDO TEM CODIGO, PELO NOME SE NAO TEM.
       LOCALIZA-INSPETOR.
           MOVE ZEROS TO W-POS-IT W-COD-LAUDO.
           IF LD-COD-INSPETOR NUMERIC
               MOVE LD-COD-INSPETOR TO W-COD-LAUDO
           END-IF.
           PERFORM VARYING IND-IT FROM 1 BY 1
                   UNTIL IND-IT > W-QTD-INSP OR W-POS-IT > ZEROS
               IF IT-CODIGO(IND-IT) = W-COD-LAUDO
                   IF W-COD-LAUDO > ZEROS
                           OR IT-NOME(IND-IT) = LD-INSPETOR
                       MOVE IND-IT TO W-POS-IT
                   END-IF
               END-IF
           END-PERFORM.
           IF W-POS-IT > ZEROS
               GO TO LOCALIZA-INSPETOR-FIM
           END-IF.
           IF W-QTD-INSP >= 200
               GO TO LOCALIZA-INSPETOR-FIM
           END-IF.
           ADD 1 TO W-QTD-INSP.
           MOVE W-QTD-INSP TO W-POS-IT.
           INITIALIZE IT-ITEM(W-POS-IT).
           MOVE W-COD-LAUDO TO IT-CODIGO(W-POS-IT).
           MOVE LD-INSPETOR TO IT-NOME(W-POS-IT).
       LOCALIZA-INSPETOR-FIM.
           EXIT.

      * POSTO DA VISTORIA: O DO LAUDO; NO LAUDO ANTIGO, O DO
      * AGENDAMENTO (AINDA NA AREA DE REGISTRO, LIDO NA APURACAO); SEM
      * NENHUM DOS DOIS, O POSTO 01, O BOX ORIGINAL.
       POSTO-DO-LAUDO.
           MOVE 1 TO W-POSTO-LAUDO.
           IF LD-POSTO NUMERIC AND LD-POSTO > ZEROS
               MOVE LD-POSTO TO W-POSTO-LAUDO
           ELSE
               IF W-AGENDA-OK = "S" AND AG-POSTO NUMERIC
                       AND AG-POSTO > ZEROS
                   MOVE AG-POSTO TO W-POSTO-LAUDO
               END-IF
           END-IF.

       CONTA-MOTIVO.
           IF W-MOTIVO-X NOT = SPACES
               MOVE 21 TO W-POS-MOT
               PERFORM VARYING IND-MOT FROM 1 BY 1
                       UNTIL IND-MOT > TR-QTD
                   IF TR-CODIGO(IND-MOT) = W-MOTIVO-X
                       MOVE IND-MOT TO W-POS-MOT
                   END-IF
               END-PERFORM
               ADD 1 TO IT-MOT-QTD(W-POS-IT, W-POS-MOT)
               ADD 1 TO GM-QTD(W-POS-MOT)
           END-IF.

      * -----------------------------------
      * UMA LINHA POR INSPETOR COM OS SEUS TRES MOTIVOS MAIS
      * FREQUENTES, E NO FIM A MEDIA DO MES E OS MOTIVOS DO MES.
       EMITE-RELATORIO.
           IF W-TOT-LAUDOS > ZEROS
               COMPUTE W-TAXA-GERAL ROUNDED =
                   W-TOT-REPROV * 100 / W-TOT-LAUDOS
           END-IF.
           OPEN OUTPUT REL-INSP.
           MOVE W-MES-REF TO WS-CB-MES.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC2.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           PERFORM VARYING IND-IT FROM 1 BY 1
                   UNTIL IND-IT > W-QTD-INSP
               PERFORM IMPRIME-INSPETOR
           END-PERFORM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SPACES TO REL-LINHA.
           STRING "VISTORIAS NO MES: " W-TOT-LAUDOS
               "  APROVADAS: " W-TOT-APROV
               "  REPROVADAS: " W-TOT-REPROV
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE W-TAXA-GERAL TO WS-I-TAXA-REPROV.
           STRING "TAXA MEDIA DE REPROVACAO DO MES: "
               WS-I-TAXA-REPROV "%"
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "LAUDOS SEM VISTORIA CONCLUIDA NA AGENDA: "
               W-TOT-SEM-SIT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-POSTOS.
           MOVE "MOTIVOS DE REPROVACAO MAIS FREQUENTES DO MES:"
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING IND-MOT FROM 1 BY 1 UNTIL IND-MOT > 21
               MOVE GM-QTD(IND-MOT) TO RK-QTD(IND-MOT)
           END-PERFORM.
           PERFORM IMPRIME-RANKING.
           CLOSE REL-INSP.

      * VISTORIAS DO MES POR POSTO, COM O NOME DO CADASTRO DE POSTOS
      * QUANDO DISPONIVEL. POSTO SEM VISTORIA NO MES NAO SAI.
       IMPRIME-POSTOS.
           OPEN INPUT POSTO-FILE.
           IF PS-STAT = "00"
               MOVE "S" TO W-POSTO-BASE-OK
           END-IF.
           MOVE "VISTORIAS POR POSTO DE VISTORIA:" TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-CABEC-POSTO.
           PERFORM VARYING IND-PO FROM 1 BY 1 UNTIL IND-PO > 99
               COMPUTE W-FEITAS = PO-APROV(IND-PO) + PO-REPROV(IND-PO)
               IF W-FEITAS > ZEROS
                   PERFORM IMPRIME-POSTO
               END-IF
           END-PERFORM.
           IF W-POSTO-BASE-OK = "S"
               CLOSE POSTO-FILE
           END-IF.

       IMPRIME-POSTO.
           MOVE SPACES TO WS-LINHA-POSTO.
           MOVE IND-PO TO WS-PO-CODIGO.
           IF W-POSTO-BASE-OK = "S"
               MOVE IND-PO TO PS-CODIGO
               READ POSTO-FILE
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO WS-PO-NOME
                   NOT INVALID KEY
                       MOVE PS-NOME TO WS-PO-NOME
               END-READ
           END-IF.
           MOVE W-FEITAS TO WS-PO-FEITAS.
           MOVE PO-APROV(IND-PO) TO WS-PO-APROV.
           MOVE PO-REPROV(IND-PO) TO WS-PO-REPROV.
           COMPUTE W-TAXA-REPROV ROUNDED =
               PO-REPROV(IND-PO) * 100 / W-FEITAS.
           MOVE W-TAXA-REPROV TO WS-PO-TAXA.
           WRITE REL-LINHA FROM WS-LINHA-POSTO.

       IMPRIME-INSPETOR.
           MOVE SPACES TO WS-LINHA-INSP.
           IF IT-CODIGO(IND-IT) = ZEROS
               MOVE "----" TO WS-I-CODIGO
           ELSE
               MOVE IT-CODIGO(IND-IT) TO WS-I-CODIGO
           END-IF.
           MOVE IT-NOME(IND-IT) TO WS-I-NOME.
           COMPUTE W-FEITAS = IT-APROV(IND-IT) + IT-REPROV(IND-IT).
           MOVE W-FEITAS TO WS-I-FEITAS.
           MOVE IT-APROV(IND-IT) TO WS-I-APROV.
           MOVE IT-REPROV(IND-IT) TO WS-I-REPROV.
           COMPUTE W-TAXA-APROV ROUNDED =
               IT-APROV(IND-IT) * 100 / W-FEITAS.
           COMPUTE W-TAXA-REPROV ROUNDED =
               IT-REPROV(IND-IT) * 100 / W-FEITAS.
           COMPUTE W-DESVIO = W-TAXA-REPROV - W-TAXA-GERAL.
           MOVE W-TAXA-APROV TO WS-I-TAXA-APROV.
           MOVE W-TAXA-REPROV TO WS-I-TAXA-REPROV.
           MOVE W-DESVIO TO WS-I-DESVIO.
           EVALUATE TRUE
               WHEN W-FEITAS < W-MINIMO-VISTORIAS
                   MOVE "POUCAS VISTORIAS" TO WS-I-AVALIACAO
               WHEN W-DESVIO > W-LIMITE-DESVIO
                   MOVE "*RIGOROSO DEMAIS*" TO WS-I-AVALIACAO
                   ADD 1 TO W-TOT-EXCEDE
               WHEN W-DESVIO < 0 - W-LIMITE-DESVIO
                   MOVE "*BRANDO DEMAIS*" TO WS-I-AVALIACAO
                   ADD 1 TO W-TOT-EXCEDE
               WHEN OTHER
                   MOVE "NA MEDIA" TO WS-I-AVALIACAO
           END-EVALUATE.
           IF IT-CODIGO(IND-IT) = ZEROS
               MOVE "(SEM CADASTRO)" TO WS-I-AVALIACAO(7:14)
           END-IF.
           WRITE REL-LINHA FROM WS-LINHA-INSP.
           PERFORM VARYING IND-MOT FROM 1 BY 1 UNTIL IND-MOT > 21
               MOVE IT-MOT-QTD(IND-IT, IND-MOT) TO RK-QTD(IND-MOT)
           END-PERFORM.
           PERFORM IMPRIME-RANKING.

      * -----------------------------------
      * IMPRIME OS TRES MAIORES DE TAB-RANKING (ZERADOS NAO SAEM),
      * ZERANDO CADA ESCOLHIDO PARA A RODADA SEGUINTE.
       IMPRIME-RANKING.
           PERFORM VARYING W-RANK FROM 1 BY 1 UNTIL W-RANK > 3
               MOVE ZEROS TO W-MAIOR W-POS-MAIOR
               PERFORM VARYING IND-MOT FROM 1 BY 1 UNTIL IND-MOT > 21
                   IF RK-QTD(IND-MOT) > W-MAIOR
                       MOVE RK-QTD(IND-MOT) TO W-MAIOR
                       MOVE IND-MOT TO W-POS-MAIOR
                   END-IF
               END-PERFORM
               IF W-POS-MAIOR > ZEROS
                   MOVE W-RANK TO WS-M-RANK
                   IF W-POS-MAIOR = 21
                       MOVE "??" TO WS-M-CODIGO
                       MOVE "FORA DO DOMINIO" TO WS-M-DESC
                   ELSE
                       MOVE TR-CODIGO(W-POS-MAIOR) TO WS-M-CODIGO
                       MOVE TR-DESC(W-POS-MAIOR) TO WS-M-DESC
                   END-IF
                   MOVE W-MAIOR TO WS-M-QTD
                   WRITE REL-LINHA FROM WS-LINHA-MOTIVO
                   MOVE ZEROS TO RK-QTD(W-POS-MAIOR)
               END-IF
           END-PERFORM.
