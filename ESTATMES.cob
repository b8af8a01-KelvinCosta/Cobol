       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATMES.
      * FOTOGRAFIA ESTATISTICA MENSAL DOS CADASTROS. RODA NA JANELA
      * NOTURNA NO DIA 1 E ACRESCENTA EM ESTATMES.DAT UM REGISTRO
      * COM AS CONTAGENS DO FECHAMENTO DO MES ANTERIOR:
      *  - VEICULOS POR SITUACAO (FSITUACAO) E POR MARCA (FMARCA),
      *    E VEICULOS COM A VISTORIA VENCIDA (FVENCTOVISTORIA ANTES
      *    DA DATA DA FOTOGRAFIA);
      *  - CEPS ATIVOS E CANCELADOS POR UF (FS-UF / FS-STATUS);
      *  - AMIGOS POR TIPO (TPAMIGO);
      *  - VISTORIAS FEITAS (REALIZADAS + REPROVADAS) E REPROVADAS
      *    NO MES, PELA DATA DA AGENDA (AGVISTO.DAT), NO TOTAL E
      *    POR POSTO DE VISTORIA (AG-POSTO; O AGENDAMENTO ANTIGO,
      *    SEM POSTO, E DO POSTO 01). CABEM QUATRO POSTOS NO
      *    REGISTRO: DO QUINTO EM DIANTE SOMAM NA QUARTA POSICAO,
      *    MARCADA "++".
      * OS RELATORIOS DO DIA SO MOSTRAM O ESTADO ATUAL; O HISTORICO
      * EM ESTATMES.DAT E QUE PERMITE AO RELTEND COMPARAR OS MESES.
      * O MES JA FOTOGRAFADO NAO E GRAVADO DE NOVO (PASSO REPETIDO
      * OU ATRASADO): AVISO NO LOG E RETURN-CODE 4. GRAVA A LINHA DE
      * RESUMO EM ESTATMES.LOG PARA O BATNOITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS FPLACA
              FILE STATUS  IS VE-STAT.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.
           SELECT CADAMIGO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS APELIDO
              FILE STATUS  IS ST-ERRO.
           SELECT AGENDA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS AG-CHAVE
              ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES
              FILE STATUS  IS AG-STAT.
           SELECT ESTAT-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ES-STAT.
           SELECT LOG-ESTAT ASSIGN TO "estatmes.log"
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

       FD CEP-FILE VALUE OF FILE-ID IS "ceps.dat".
       01 CEP-FILE-REC.
           05 FS-KEY.
               10 FS-CEP PIC 9(08) BLANK WHEN ZEROS.
           05 FS-LOGRADOURO     PIC X(35).
           05 FS-BAIRRO PIC X(20).
           05 FS-CIDADE PIC X(20).
           05 FS-UF PIC X(02).
           05 FS-PONTO-REFERENCIA PIC X(35).
           05 FS-STATUS PIC X(01).
               88 CEP-CANCELADO VALUE "C".
           05 FS-OBSERVACAO PIC X(40).
           05 FILLER      PIC X(20).

       FD CADAMIGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
           03 APELIDO        PIC X(12).
           03 NOME           PIC X(30).
           03 EMAIL          PIC X(30).
           03 SEXO           PIC X(01).
           03 GENERO         PIC X(01).
           03 TPAMIGO        PIC 9(01).
           03 LAST-CONTATO   PIC 9(08).
           03 CEP-AMIGO      PIC 9(08).
           03 NUMERO-END     PIC X(06).

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

       FD ESTAT-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "estatmes.dat".
       01 ESTAT-REC PIC X(762).

       FD LOG-ESTAT.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       01 ST-ERRO PIC X(02) VALUE "00".
       77 VE-STAT PIC X(02) VALUE "00".
       77 FS-STAT PIC X(02) VALUE "00".
       77 AG-STAT PIC X(02) VALUE "00".
       77 ES-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-ULTIMO-MES PIC 9(06) VALUE ZEROS.
       77 W-TOT-CEPS PIC 9(06) VALUE ZEROS.
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-POS PIC 9(02) VALUE ZEROS.
       77 W-POSTO-X PIC X(02) VALUE SPACES.

      * UM REGISTRO DE ESTATMES.DAT POR MES FOTOGRAFADO, EM ORDEM DE
      * MES. SITUACOES E UFS GUARDAM O CODIGO JUNTO COM A CONTAGEM
      * (O DOMINIO E A TABELA DE CEPS MUDAM COM O TEMPO); MARCA (0 A
      * 9) E TIPO DE AMIGO (1 A 9) FICAM NA POSICAO DO PROPRIO
      * CODIGO. AS VISTORIAS POR POSTO (TIRADAS DO FILLER) GUARDAM O
      * CODIGO DO POSTO; EM BRANCO NO REGISTRO ANTIGO. MESMO LAYOUT
      * NO RELTEND.
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

      * MES FOTOGRAFADO: O ANTERIOR A DATA DE HOJE, COMO NO RELINSP.
       01 W-DATA-HOJE-G.
           05 W-HJ-ANO PIC 9(04).
           05 W-HJ-MES PIC 9(02).
           05 W-HJ-DIA PIC 9(02).
       01 W-DATA-HOJE REDEFINES W-DATA-HOJE-G PIC 9(08).
       01 W-MES-REF-G.
           05 W-MR-ANO PIC 9(04).
           05 W-MR-MES PIC 9(02).
       01 W-MES-REF REDEFINES W-MES-REF-G PIC 9(06).
       01 W-INICIO-MES-G.
           05 W-IM-MES PIC 9(06).
           05 W-IM-DIA PIC 9(02) VALUE 1.
       01 W-INICIO-MES REDEFINES W-INICIO-MES-G PIC 9(08).

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(05) VALUE "MES: ".
           05 WS-LOG-MES PIC 9(06).
           05 FILLER PIC X(12) VALUE "  VEICULOS: ".
           05 WS-LOG-VEIC PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  VENCIDOS: ".
           05 WS-LOG-VENC PIC ZZZ,ZZ9.
           05 FILLER PIC X(08) VALUE "  CEPS: ".
           05 WS-LOG-CEPS PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMIGOS: ".
           05 WS-LOG-AMIGOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  VISTORIAS: ".
           05 WS-LOG-VIST PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-ESTAT.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-HJ-ANO TO W-MR-ANO.
           IF W-HJ-MES = 1
               MOVE 12 TO W-MR-MES
               SUBTRACT 1 FROM W-MR-ANO
           ELSE
               COMPUTE W-MR-MES = W-HJ-MES - 1
           END-IF.
           MOVE W-MES-REF TO W-IM-MES.
           PERFORM LE-ULTIMO-MES THRU LE-ULTIMO-MES-FIM.
           IF W-ULTIMO-MES >= W-MES-REF
               MOVE SPACES TO LOG-LINHA
               STRING "MES " W-MES-REF " JA FOTOGRAFADO EM "
                   "ESTATMES.DAT - NADA GRAVADO"
                   DELIMITED BY SIZE INTO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-ESTAT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE W-ESTAT.
           MOVE W-MES-REF TO ES-MES.
           MOVE W-DATA-HOJE TO ES-DATA-FOTO.
           PERFORM CONTA-VEICULOS THRU CONTA-VEICULOS-FIM.
           PERFORM CONTA-CEPS THRU CONTA-CEPS-FIM.
           PERFORM CONTA-AMIGOS THRU CONTA-AMIGOS-FIM.
           PERFORM CONTA-VISTORIAS THRU CONTA-VISTORIAS-FIM.
           OPEN EXTEND ESTAT-FILE.
           IF ES-STAT NOT = "00"
               OPEN OUTPUT ESTAT-FILE
           END-IF.
           WRITE ESTAT-REC FROM W-ESTAT.
           CLOSE ESTAT-FILE.
           MOVE ES-MES TO WS-LOG-MES.
           MOVE ES-VEIC-TOTAL TO WS-LOG-VEIC.
           MOVE ES-VEIC-VENCIDOS TO WS-LOG-VENC.
           MOVE W-TOT-CEPS TO WS-LOG-CEPS.
           MOVE ES-AMIGO-TOTAL TO WS-LOG-AMIGOS.
           MOVE ES-VIST-FEITAS TO WS-LOG-VIST.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-ESTAT.
           GOBACK.

      * -----------------------------------
      * MES DA ULTIMA FOTOGRAFIA GRAVADA (ZEROS SE NAO HA NENHUMA).
       LE-ULTIMO-MES.
           MOVE ZEROS TO W-ULTIMO-MES.
           OPEN INPUT ESTAT-FILE.
           IF ES-STAT NOT = "00"
               GO TO LE-ULTIMO-MES-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ ESTAT-FILE INTO W-ESTAT
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF ES-MES > W-ULTIMO-MES
                           MOVE ES-MES TO W-ULTIMO-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTAT-FILE.
       LE-ULTIMO-MES-FIM.
           EXIT.

      * -----------------------------------
       CONTA-VEICULOS.
           OPEN INPUT VEHICLES-FILE.
           IF VE-STAT NOT = "00"
               MOVE "VEHICLES.DAT INDISPONIVEL - VEICULOS ZERADOS"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               GO TO CONTA-VEICULOS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM TALIA-VEICULO
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
       CONTA-VEICULOS-FIM.
           EXIT.

      * SITUACAO NOVA OCUPA A PROXIMA POSICAO; PASSANDO DE 20, CAI NA
      * ULTIMA.
       TALIA-VEICULO.
           ADD 1 TO ES-VEIC-TOTAL.
           IF FVENCTOVISTORIA NOT = ZEROS
                   AND FVENCTOVISTORIA < ES-DATA-FOTO
               ADD 1 TO ES-VEIC-VENCIDOS
           END-IF.
           IF FMARCA NUMERIC
               ADD 1 TO ES-MARCA-QTD(FMARCA + 1)
           END-IF.
           MOVE ZEROS TO W-POS.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > ES-QTD-SIT OR W-POS > ZEROS
               IF ES-SIT-CODIGO(IND) = FSITUACAO
                   MOVE IND TO W-POS
               END-IF
           END-PERFORM.
           IF W-POS = ZEROS
               IF ES-QTD-SIT < 20
                   ADD 1 TO ES-QTD-SIT
                   MOVE FSITUACAO TO ES-SIT-CODIGO(ES-QTD-SIT)
               END-IF
               MOVE ES-QTD-SIT TO W-POS
           END-IF.
           ADD 1 TO ES-SIT-QTD(W-POS).

      * -----------------------------------
       CONTA-CEPS.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = "00"
               MOVE "CEPS.DAT INDISPONIVEL - CEPS ZERADOS" TO LOG-LINHA
               WRITE LOG-LINHA
               GO TO CONTA-CEPS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM TALIA-CEP
               END-READ
           END-PERFORM.
           CLOSE CEP-FILE.
       CONTA-CEPS-FIM.
           EXIT.

       TALIA-CEP.
           ADD 1 TO W-TOT-CEPS.
           MOVE ZEROS TO W-POS.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > ES-QTD-UF OR W-POS > ZEROS
               IF ES-UF-SIGLA(IND) = FS-UF
                   MOVE IND TO W-POS
               END-IF
           END-PERFORM.
           IF W-POS = ZEROS
               IF ES-QTD-UF < 30
                   ADD 1 TO ES-QTD-UF
                   MOVE FS-UF TO ES-UF-SIGLA(ES-QTD-UF)
               END-IF
               MOVE ES-QTD-UF TO W-POS
           END-IF.
           IF CEP-CANCELADO
               ADD 1 TO ES-UF-CANCEL(W-POS)
           ELSE
               ADD 1 TO ES-UF-ATIVOS(W-POS)
           END-IF.

      * -----------------------------------
       CONTA-AMIGOS.
           OPEN INPUT CADAMIGO.
           IF ST-ERRO NOT = "00"
               MOVE "CADAMIGO.DAT INDISPONIVEL - AMIGOS ZERADOS"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               GO TO CONTA-AMIGOS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CADAMIGO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       ADD 1 TO ES-AMIGO-TOTAL
                       IF TPAMIGO >= 1 AND TPAMIGO <= 9
                           ADD 1 TO ES-TPAMIGO-QTD(TPAMIGO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CADAMIGO.
       CONTA-AMIGOS-FIM.
           EXIT.

      * -----------------------------------
      * SO OS AGENDAMENTOS DO MES, PELA CHAVE ALTERNATIVA DE DATA.
       CONTA-VISTORIAS.
           OPEN INPUT AGENDA-FILE.
           IF AG-STAT NOT = "00"
               MOVE "AGVISTO.DAT INDISPONIVEL - VISTORIAS ZERADAS"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               GO TO CONTA-VISTORIAS-FIM
           END-IF.
           MOVE W-INICIO-MES TO AG-DATA.
           MOVE "N" TO W-EOF.
           START AGENDA-FILE KEY IS NOT LESS THAN AG-DATA
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF AG-DATA(1:6) NOT = W-MES-REF-G
                           MOVE "S" TO W-EOF
                       ELSE
                           IF AG-REALIZADA OR AG-REPROVADA
                               ADD 1 TO ES-VIST-FEITAS
                               PERFORM ACHA-POSTO
                               ADD 1 TO ES-PO-FEITAS(W-POS)
                           END-IF
                           IF AG-REPROVADA
                               ADD 1 TO ES-VIST-REPROV
                               ADD 1 TO ES-PO-REPROV(W-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGENDA-FILE.
       CONTA-VISTORIAS-FIM.
           EXIT.

      * -----------------------------------
      * POSICAO DO POSTO DO AGENDAMENTO EM ES-POSTO: A DO PROPRIO
      * CODIGO OU A PRIMEIRA LIVRE; SEM POSICAO LIVRE, A QUARTA
      * VIRA "++" (DEMAIS POSTOS).
       ACHA-POSTO.
           IF AG-POSTO NUMERIC AND AG-POSTO > ZEROS
               MOVE AG-POSTO TO W-POSTO-X
           ELSE
               MOVE "01" TO W-POSTO-X
           END-IF.
           MOVE ZEROS TO W-POS.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > 4 OR W-POS > ZEROS
               IF ES-PO-CODIGO(IND) = W-POSTO-X
                       OR ES-PO-CODIGO(IND) = SPACES
                   MOVE IND TO W-POS
               END-IF
           END-PERFORM.
           IF W-POS = ZEROS
               MOVE 4 TO W-POS
               MOVE "++" TO ES-PO-CODIGO(W-POS)
           END-IF.
           IF ES-PO-CODIGO(W-POS) = SPACES
               MOVE W-POSTO-X TO ES-PO-CODIGO(W-POS)
           END-IF.
