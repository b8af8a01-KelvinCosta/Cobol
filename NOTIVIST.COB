      * CARTA (O DONO JA FEZ A PARTE DELE) E SAI NO RESUMO COMO *
      * JA AGENDADA; PLACA VENCIDA SEM AGENDA GANHA NA CARTA A  *
      * PROPOSTA DO PROXIMO DIA COM VAGA NO BOX (CAPACIDADE DO  *
      * DOMINIO AGENDA DE PARAMS.DAT, PULANDO FERIADOS E DIAS   *
      * FECHADOS PELO DIAUTIL) E, SE O OPERADOR PEDIR NO        *
      * INICIO DA GERACAO, O PRE-AGENDAMENTO E GRAVADO, VIRANDO *
      * A CARTA UM CONVITE COM HORA MARCADA; O PRE-AGENDAMENTO  *
      * LANCA A TAXA (PV OU RV) EM ABERTO EM AGCOBRA.DAT.       *
      * A PROPOSTA E NO POSTO DE VISTORIA QUE ATENDE A CIDADE   *
      * DO CEP DO VEICULO (FCEP-PROP), ESCOLHIDO PELO POSTOCEP  *
      * NO CADASTRO DE POSTOS (POSTOS.DAT), COM A VAGA CONTADA  *
      * SO NAQUELE POSTO E COM A CAPACIDADE DELE; SEM POSTO     *
      * PARA A CIDADE VAI O POSTO 01, O BOX ORIGINAL.           *
      * AS CARTAS SAO AGRUPADAS PELO DOCUMENTO DO DONO          *
      * (FDOC-PROPRIETARIO), NAO PELA GRAFIA DO NOME: NOME E    *
      * CEP DO ENDERECAMENTO VEM DO CADASTRO DE PROPRIETARIOS   *
      * (PROPRIET.DAT); VEICULO SEM DONO CADASTRADO USA O NOME  *
      * E O CEP GRAVADOS NO PROPRIO REGISTRO.                   *
      * DONO COM VEICULO LIGADO A UM AMIGO (FAPELIDO-AMIGO)    *
      * QUE TEM E-MAIL EM CADAMIGO.DAT RECEBE A NOTIFICACAO POR *
      * E-MAIL EM VEZ DE CARTA: A MENSAGEM VAI PARA O ARQUIVO   *
      * DE INTERFACE NOTIMAIL.DAT ("H;" DATA E GERACAO, COM O   *
      * CONTROLE EM NOTIMAIL.CTL; "M;" POR DONO COM O ID DA     *
      * MENSAGEM, E-MAIL, NOME E ASSUNTO; "P;" POR PLACA COM    *
      * VENCIMENTO, DIAS, SITUACAO, DATA PROPOSTA, PRE-AGENDA  *
      * E POSTO DA PROPOSTA; "T;" COM AS                        *
      * QUANTIDADES). O RETORNO DO SERVIDOR DE E-MAIL           *
      * (NOTIRET.DAT, "IDENTIFICADOR;E-MAIL;F" PARA FALHA E "E" *
      * OU "C" PARA ENTREGUE/CONFIRMADO) E LIDO NO INICIO: O    *
      * ENDERECO QUE FALHOU FICA EM MAILFALH.DAT E O DONO VOLTA *
      * A RECEBER CARTA EM PAPEL ATE UMA ENTREGA CONFIRMADA.    *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY   IS AG-CHAVE
              ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES
              FILE STATUS  IS AG-STAT.
           SELECT COBRA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS CB-CHAVE
              FILE STATUS  IS CB-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS PP-DOCUMENTO
              ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
              FILE STATUS  IS PP-STAT.
           SELECT AMIGO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS AM-APELIDO
              ALTERNATE RECORD KEY IS AM-NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS AM-EMAIL WITH DUPLICATES
              FILE STATUS  IS AM-STAT.
           SELECT FALHA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS MF-EMAIL
              FILE STATUS  IS MF-STAT.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT REL-NOTIF ASSIGN TO "notivist.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-FILE ASSIGN TO "notimail.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-CTL ASSIGN TO "notimail.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-STAT.
           SELECT MAIL-RET ASSIGN TO "notiret.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD VEHICLES-FILE
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

       FD CEP-FILE VALUE OF FILE-ID IS "ceps.dat".
       01 CEP-FILE-REC.
               88 AG-AGENDADA  VALUE "A".
           02 AG-OBSERVACAO PIC X(30).
           02 AG-HORARIO PIC 9(04).
           02 AG-POSTO PIC 9(02).
           02 FILLER PIC X(08).

      * CONTAS A RECEBER DA VISTORIA (MESMO LAYOUT DO AGVISTO): O
      * PRE-AGENDAMENTO LANCA A TAXA EM ABERTO, COMO O BALCAO FAZ.
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

       FD AMIGO-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 AMIGO-REC.
           03 AM-APELIDO     PIC X(12).
           03 AM-NOME        PIC X(30).
           03 AM-EMAIL       PIC X(30).
           03 FILLER         PIC X(25).

      * ENDERECOS DE E-MAIL COM FALHA DE ENTREGA NO ULTIMO RETORNO.
       FD FALHA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "mailfalh.dat".
       01 FALHA-REC.
           05 MF-EMAIL PIC X(30).
           05 MF-MENSAGEM PIC X(12).
           05 MF-DATA PIC 9(08).
           05 FILLER PIC X(10).

      * SD-EMAIL VAZIO = CARTA EM PAPEL; SD-EMAIL-FALHO INDICA QUE O
      * DONO TEM E-MAIL, MAS A ULTIMA ENTREGA FALHOU. SD-POSTO E O
      * POSTO DA PROPOSTA DE AGENDAMENTO (SO NA PLACA VENCIDA), COM
      * A SITUACAO DEVOLVIDA PELO POSTOCEP.
       SD WORK-SORT.
       01 SD-NOTIF-REC.
           05 SD-PROPRIETARIO PIC X(30).
           05 SD-DOC-PROP PIC X(14).
           05 SD-PLACA PIC X(25).
           05 SD-VENCTO PIC 9(08).
           05 SD-DIAS PIC S9(06).
           05 SD-CEP PIC 9(08).
           05 SD-EMAIL PIC X(30).
           05 SD-EMAIL-FALHO PIC X(01).
           05 SD-POSTO PIC 9(02).
           05 SD-POSTO-NOME PIC X(20).
           05 SD-POSTO-CAP PIC 9(02).
           05 SD-POSTO-SIT PIC X(01).

       FD REL-NOTIF.
       01 REL-LINHA PIC X(100).

       FD MAIL-FILE.
       01 MAIL-LINHA PIC X(150).

       FD MAIL-CTL.
       01 MAIL-CTL-REC.
           05 MC-GERACAO PIC 9(06).
           05 FILLER PIC X(01).
           05 MC-DATA-GER PIC 9(08).

       FD MAIL-RET.
       01 MAIL-RET-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ST-ERRO PIC X(02) VALUE "00".
       77 FS-STAT PIC 9(02) VALUE ZEROS.
       77 W-CEP-BASE-OK PIC X VALUE "N".
       77 W-TEM-CARTA PIC X VALUE "N".
       77 W-PROP-ATUAL PIC X(30) VALUE SPACES.
       77 W-DOC-ATUAL PIC X(14) VALUE SPACES.
       77 PP-STAT PIC X(02) VALUE "00".
       77 W-PROP-BASE-OK PIC X VALUE "N".
       77 W-TOT-CARTAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-A-VENCER PIC 9(06) VALUE ZEROS.
       77 W-TOT-VENCIDAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-JA-AGENDADAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-PRE-AGENDADAS PIC 9(06) VALUE ZEROS.

      * NOTIFICACAO POR E-MAIL: CANAL DA NOTIFICACAO CORRENTE ("P"
      * PAPEL, "E" E-MAIL), GERACAO DO ARQUIVO DE INTERFACE E
      * RETORNO DO SERVIDOR DE E-MAIL.
       77 AM-STAT PIC X(02) VALUE "00".
       77 MF-STAT PIC X(02) VALUE "00".
       77 MC-STAT PIC X(02) VALUE "00".
       77 MR-STAT PIC X(02) VALUE "00".
       77 W-AMIGO-OK PIC X VALUE "N".
       77 W-FALHA-OK PIC X VALUE "N".
       77 W-FIM-RET PIC X VALUE "N".
       77 W-CANAL PIC X VALUE "P".
       77 W-QTD-ARROBA PIC 9(02) VALUE ZEROS.
       77 W-GERACAO PIC 9(06) VALUE ZEROS.
       77 W-SEQ-MENSAGEM PIC 9(06) VALUE ZEROS.
       77 W-TOT-MENSAGENS PIC 9(06) VALUE ZEROS.
       77 W-TOT-LINHAS-MAIL PIC 9(06) VALUE ZEROS.
       77 W-TOT-PAPEL-FALHA PIC 9(06) VALUE ZEROS.
       77 W-TOT-RET-FALHA PIC 9(06) VALUE ZEROS.
       77 W-TOT-RET-ENTREGUE PIC 9(06) VALUE ZEROS.
       01 WS-CAMPOS-RETORNO.
           05 WS-RT-MENSAGEM PIC X(12).
           05 WS-RT-EMAIL PIC X(30).
           05 WS-RT-SITUACAO PIC X(01).

       01 WS-MAIL-HEADER.
           05 FILLER PIC X(02) VALUE "H;".
           05 WS-MH-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MH-GERACAO PIC 9(06).

       01 WS-MAIL-MENSAGEM.
           05 FILLER PIC X(02) VALUE "M;".
           05 WS-MM-ID.
               10 WS-MM-GERACAO PIC 9(06).
               10 WS-MM-SEQ PIC 9(06).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MM-EMAIL PIC X(30).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MM-NOME PIC X(30).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MM-ASSUNTO PIC X(40) VALUE
              "AVISO DE VISTORIA DO SEU VEICULO".

       01 WS-MAIL-PLACA.
           05 FILLER PIC X(02) VALUE "P;".
           05 WS-MP-ID PIC X(12).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MP-PLACA PIC X(25).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MP-VENCTO PIC 9(08).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MP-DIAS PIC -(5)9.
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MP-SITUACAO PIC X(10).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MP-PROPOSTA PIC 9(08).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MP-PRE-AGENDADA PIC X(01).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MP-POSTO PIC X(02).

       01 WS-MAIL-TRAILER.
           05 FILLER PIC X(02) VALUE "T;".
           05 WS-MT-MENSAGENS PIC 9(06).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-MT-PLACAS PIC 9(06).

      * AGENDA DE VISTORIAS: DISPONIBILIDADE DO ARQUIVO, RESPOSTA DO
      * OPERADOR SOBRE PRE-AGENDAR E APOIO DA BUSCA DO PROXIMO DIA
      * COM VAGA (CAPACIDADE DO DOMINIO AGENDA DE PARAMS.DAT).
       77 W-FIM-AG PIC X VALUE "N".
       01 TAB-AGENDA.
           05 TP-DOMINIO PIC X(08).
           05 TP-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TP-QTD PIC 9(02).
           05 TP-ITEM OCCURS 20 TIMES.
               10 TP-CODIGO PIC X(02).
       77 W-DATA-LIVRE PIC 9(08) VALUE ZEROS.
       77 W-BUSCA-LIVRE PIC 9(03) VALUE ZEROS.
       77 W-ACHOU-LIVRE PIC X(01) VALUE "N".
       01 DIA-UTIL.
           05 DU-DATA PIC 9(08).
           05 DU-FECHADO PIC X(01).
           05 DU-MOTIVO PIC X(30).
           05 DU-PROXIMO PIC 9(08).
           05 DU-POSTO PIC 9(02).
       01 W-DATA-PROX-G.
           05 W-PX-ANO PIC 9(04).
           05 W-PX-MES PIC 9(02).
       77 W-PX-RESTO PIC 9(04) VALUE ZEROS.
       77 W-PX-BISSEXTO PIC X(01) VALUE "N".

      * POSTO DE VISTORIA DA PROPOSTA (POSTOCEP) E CAPACIDADE DELE
      * NA BUSCA DO DIA LIVRE.
       01 POSTO-ATEND.
           05 PA-CEP PIC 9(08).
           05 PA-CODIGO PIC 9(02).
           05 PA-NOME PIC X(20).
           05 PA-CAPACIDADE PIC 9(02).
           05 PA-SITUACAO PIC X(01).
       77 W-CAP-POSTO PIC 9(02) VALUE ZEROS.
       77 W-POSTO-REG PIC 9(02) VALUE ZEROS.

      * TAXA DO PRE-AGENDAMENTO (DOMINIO TAXAVIST DE PARAMS.DAT, COM
      * OS MESMOS VALORES DE FABRICA DO AGVISTO).
       01 TAB-TAXAVIST.
           05 TX-DOMINIO PIC X(08).
           05 TX-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TX-QTD PIC 9(02).
           05 TX-ITEM OCCURS 20 TIMES.
               10 TX-CODIGO PIC X(02).
               10 TX-DESC PIC X(15).
       77 W-TAXA-PV PIC 9(05)V99 VALUE 120.
       77 W-TAXA-RV PIC 9(05)V99 VALUE 60.
       01 W-CENTAVOS PIC 9(07) VALUE ZEROS.
       01 W-CENTAVOS-V REDEFINES W-CENTAVOS PIC 9(05)V99.
       77 CB-STAT PIC X(02) VALUE "00".
       77 W-COBRA-OK PIC X VALUE "N".
       77 W-TIPO-TAXA PIC X(02) VALUE SPACES.
       77 W-ULT-STATUS PIC X(01) VALUE SPACES.
       77 W-FIM-TIPO PIC X(01) VALUE "N".
       77 W-TOT-FORA-AREA PIC 9(06) VALUE ZEROS.

       01 WS-LINHA-PROPOSTA.
           05 FILLER PIC X(03).
           05 FILLER PIC X(25) VALUE "PROPOSTA DE AGENDAMENTO: ".
           05 WS-PR-DATA PIC 9(08).
           05 WS-PR-POSTO-G.
               10 WS-PR-POSTO-ROT PIC X(10).
               10 WS-PR-POSTO PIC 9(02).
               10 WS-PR-POSTO-SEP PIC X(03).
               10 WS-PR-POSTO-NOME PIC X(20).
           05 WS-PR-MARCA PIC X(16).

      * CONVERSAO DE DATA AAAAMMDD PARA NUMERO DE DIAS CORRIDOS
           05 FILLER PIC X(26) VALUE "NOTIFICACAO DE VISTORIA - ".
           05 WS-C-PROPRIETARIO PIC X(30).

       01 WS-LINHA-CARTA2.
           05 FILLER PIC X(10) VALUE "CPF/CNPJ: ".
           05 WS-C-DOCUMENTO PIC X(14).

       01 WS-LINHA-PLACA.
           05 FILLER PIC X(03).
           05 WS-P-PLACA PIC X(25).
           MOVE W-DATA-HOJE TO W-CV-DATA.
           PERFORM CONVERTE-DATA.
           MOVE W-CV-ORDINAL TO W-ORDINAL-HOJE.
           PERFORM LE-RETORNO-EMAIL THRU LE-RETORNO-EMAIL-FIM.
           PERFORM LE-GERACAO-EMAIL.
      * SEM A AGENDA A GERACAO SAI COMO ANTES: TODO MUNDO DENTRO DO
      * LIMITE RECEBE CARTA E NENHUMA DATA E PROPOSTA.
           OPEN I-O AGENDA-FILE.
           IF AG-STAT = "00"
               MOVE "S" TO W-AGENDA-OK
           END-IF.
           IF W-AGENDA-OK = "S" AND W-PRE-AGENDA = "S"
               MOVE "TAXAVIST" TO TX-DOMINIO
               CALL "TABPARAM" USING TAB-TAXAVIST
               PERFORM CARREGA-TAXAS
               OPEN I-O COBRA-FILE
               IF CB-STAT = "30" OR "35"
                   OPEN OUTPUT COBRA-FILE
                   CLOSE COBRA-FILE
                   OPEN I-O COBRA-FILE
               END-IF
               IF CB-STAT = "00"
                   MOVE "S" TO W-COBRA-OK
               END-IF
           END-IF.
      * DENTRO DO DONO, A PLACA COM E-MAIL VEM PRIMEIRO E DECIDE O
      * CANAL DA NOTIFICACAO INTEIRA.
           SORT WORK-SORT
               ON ASCENDING KEY SD-PROPRIETARIO SD-DOC-PROP
               ON DESCENDING KEY SD-EMAIL
               ON ASCENDING KEY SD-PLACA
               INPUT PROCEDURE SELECIONA-VEICULOS
               OUTPUT PROCEDURE GERA-CARTAS.
           IF W-AGENDA-OK = "S"
               CLOSE AGENDA-FILE
           END-IF.
           IF W-COBRA-OK = "S"
               CLOSE COBRA-FILE
           END-IF.
           PERFORM GRAVA-GERACAO-EMAIL.
           GOBACK.

      * -----------------------------------
      * RETORNO DO SERVIDOR DE E-MAIL: FALHA DE ENTREGA ("F") POE O
      * ENDERECO NA LISTA DE FALHAS; ENTREGA OU CONFIRMACAO ("E" OU
      * "C") TIRA. SEM RETORNO NADA MUDA.
       LE-RETORNO-EMAIL.
           OPEN INPUT MAIL-RET.
           IF MR-STAT NOT = "00"
               GO TO LE-RETORNO-EMAIL-FIM
           END-IF.
           OPEN I-O FALHA-FILE.
           IF MF-STAT NOT = "00"
               OPEN OUTPUT FALHA-FILE
               CLOSE FALHA-FILE
               OPEN I-O FALHA-FILE
           END-IF.
           PERFORM UNTIL W-FIM-RET = "S"
               READ MAIL-RET
                   AT END
                       MOVE "S" TO W-FIM-RET
                   NOT AT END
                       PERFORM APLICA-RETORNO-EMAIL
               END-READ
           END-PERFORM.
           CLOSE MAIL-RET FALHA-FILE.
       LE-RETORNO-EMAIL-FIM.
           EXIT.

       APLICA-RETORNO-EMAIL.
           MOVE SPACES TO WS-CAMPOS-RETORNO.
           UNSTRING MAIL-RET-LINHA DELIMITED BY ";"
               INTO WS-RT-MENSAGEM WS-RT-EMAIL WS-RT-SITUACAO
           END-UNSTRING.
           MOVE WS-RT-EMAIL TO MF-EMAIL.
           EVALUATE WS-RT-SITUACAO
               WHEN "F"
                   MOVE WS-RT-MENSAGEM TO MF-MENSAGEM
                   MOVE W-DATA-HOJE TO MF-DATA
                   WRITE FALHA-REC
                       INVALID KEY
                           REWRITE FALHA-REC
                   END-WRITE
                   ADD 1 TO W-TOT-RET-FALHA
               WHEN "E"
               WHEN "C"
                   DELETE FALHA-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO W-TOT-RET-ENTREGUE
           END-EVALUATE.

      * -----------------------------------
      * NUMERO DA GERACAO DO ARQUIVO DE E-MAIL, NOS MOLDES DO
      * EXPSEG: O ULTIMO EM NOTIMAIL.CTL MAIS UM.
       LE-GERACAO-EMAIL.
           MOVE ZEROS TO W-GERACAO.
           OPEN INPUT MAIL-CTL.
           IF MC-STAT = "00"
               READ MAIL-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-GERACAO NUMERIC
                           MOVE MC-GERACAO TO W-GERACAO
                       END-IF
               END-READ
               CLOSE MAIL-CTL
           END-IF.
           ADD 1 TO W-GERACAO.

       GRAVA-GERACAO-EMAIL.
           OPEN OUTPUT MAIL-CTL.
           MOVE SPACES TO MAIL-CTL-REC.
           MOVE W-GERACAO TO MC-GERACAO.
           MOVE ";" TO MAIL-CTL-REC(7:1).
           MOVE W-DATA-HOJE TO MC-DATA-GER.
           WRITE MAIL-CTL-REC.
           CLOSE MAIL-CTL.

      * -----------------------------------
      * CAPACIDADE DO POSTO SD-POSTO EM W-DATA-PROX: A DO CADASTRO DO
      * POSTO OU, SEM ELA, A DO CODIGO CP EM VIGOR NAQUELA DATA (O
      * CADPARAM PODE TER PROGRAMADO UMA VERSAO NOVA PARA UMA DATA
      * FUTURA).
       CAPACIDADE-NA-DATA.
           IF SD-POSTO-CAP NUMERIC AND SD-POSTO-CAP > ZEROS
               MOVE SD-POSTO-CAP TO W-CAP-POSTO
           ELSE
               MOVE "AGENDA" TO TP-DOMINIO
               MOVE W-DATA-PROX TO TP-DATA-REF
               CALL "TABPARAM" USING TAB-AGENDA
               PERFORM CARREGA-CAPACIDADE
               MOVE W-CAPACIDADE TO W-CAP-POSTO
           END-IF.

      * -----------------------------------
      * CARREGA A CAPACIDADE DIARIA DO DOMINIO AGENDA (CODIGO CP),
      * COMO NO AGVISTO; SEM O PARAMETRO VALE 8.
       CARREGA-CAPACIDADE.
           MOVE ZEROS TO W-CAPACIDADE.
           PERFORM VARYING IND-AG FROM 1 BY 1 UNTIL IND-AG > TP-QTD
               IF TP-CODIGO(IND-AG) = "CP"
                     AND TP-DESC(IND-AG)(1:2) NUMERIC
               MOVE 8 TO W-CAPACIDADE
           END-IF.

      * -----------------------------------
      * CARREGA AS TAXAS DO DOMINIO TAXAVIST (PV/RV), COMO NO
      * AGVISTO; CODIGO AUSENTE MANTEM O VALOR DE FABRICA.
       CARREGA-TAXAS.
           PERFORM VARYING IND-AG FROM 1 BY 1 UNTIL IND-AG > TX-QTD
               IF TX-DESC(IND-AG)(1:7) NUMERIC
                   MOVE TX-DESC(IND-AG)(1:7) TO W-CENTAVOS
                   EVALUATE TX-CODIGO(IND-AG)
                       WHEN "PV" MOVE W-CENTAVOS-V TO W-TAXA-PV
                       WHEN "RV" MOVE W-CENTAVOS-V TO W-TAXA-RV
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * -----------------------------------
      * SELECIONA OS VEICULOS COM VISTORIA VENCIDA (DIAS NEGATIVOS)
      * OU A VENCER DENTRO DO LIMITE, JA COM OS DIAS REAIS CALCULADOS.
               DISPLAY "*** ARQUIVO VEHICLES.DAT NAO ENCONTRADO ***"
               GO TO SELECIONA-VEICULOS-FIM
           END-IF.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT = "00"
               MOVE "S" TO W-PROP-BASE-OK
           END-IF.
           OPEN INPUT AMIGO-FILE.
           IF AM-STAT = "00"
               MOVE "S" TO W-AMIGO-OK
           END-IF.
           OPEN INPUT FALHA-FILE.
           IF MF-STAT = "00"
               MOVE "S" TO W-FALHA-OK
           END-IF.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
           IF W-PROP-BASE-OK = "S"
               CLOSE PROPRIET-FILE
           END-IF.
           IF W-AMIGO-OK = "S"
               CLOSE AMIGO-FILE
           END-IF.
           IF W-FALHA-OK = "S"
               CLOSE FALHA-FILE
           END-IF.
       SELECIONA-VEICULOS-FIM.
           EXIT.

               IF W-TEM-AGENDA = "S"
                   ADD 1 TO W-TOT-JA-AGENDADAS
               ELSE
                   PERFORM BUSCA-PROPRIETARIO
                   PERFORM BUSCA-EMAIL THRU BUSCA-EMAIL-FIM
                   PERFORM BUSCA-POSTO
                   MOVE FPLACA TO SD-PLACA
                   MOVE FVENCTOVISTORIA TO SD-VENCTO
                   MOVE W-DIAS-RESTANTES TO SD-DIAS
                   RELEASE SD-NOTIF-REC
               END-IF
           END-IF.

      * -----------------------------------
      * DONO DA CARTA: DOCUMENTO DO VEICULO, COM NOME E CEP DO
      * CADASTRO DE PROPRIETARIOS; CEP ZERADO NO CADASTRO OU DONO
      * NAO ACHADO FICA COM O QUE ESTA NO VEICULO.
       BUSCA-PROPRIETARIO.
           MOVE FDOC-PROPRIETARIO TO SD-DOC-PROP.
           MOVE FPROPRIETARIO TO SD-PROPRIETARIO.
           MOVE FCEP-PROP TO SD-CEP.
           IF W-PROP-BASE-OK = "S" AND FDOC-PROPRIETARIO NOT = SPACES
               MOVE FDOC-PROPRIETARIO TO PP-DOCUMENTO
               READ PROPRIET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-NOME TO SD-PROPRIETARIO
                       IF PP-CEP NOT = ZEROS
                           MOVE PP-CEP TO SD-CEP
                       END-IF
               END-READ
           END-IF.

      * -----------------------------------
      * E-MAIL DO AMIGO LIGADO AO VEICULO, SE TIVER UM ENDERECO COM
      * UMA "@" E NAO ESTIVER NA LISTA DE FALHAS DE ENTREGA.
       BUSCA-EMAIL.
           MOVE SPACES TO SD-EMAIL.
           MOVE "N" TO SD-EMAIL-FALHO.
           IF W-AMIGO-OK NOT = "S" OR FAPELIDO-AMIGO = SPACES
               GO TO BUSCA-EMAIL-FIM
           END-IF.
           MOVE FAPELIDO-AMIGO TO AM-APELIDO.
           READ AMIGO-FILE
               INVALID KEY
                   GO TO BUSCA-EMAIL-FIM
           END-READ.
           MOVE ZEROS TO W-QTD-ARROBA.
           INSPECT AM-EMAIL TALLYING W-QTD-ARROBA FOR ALL "@".
           IF W-QTD-ARROBA NOT = 1
               GO TO BUSCA-EMAIL-FIM
           END-IF.
           IF W-FALHA-OK = "S"
               MOVE AM-EMAIL TO MF-EMAIL
               READ FALHA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SD-EMAIL-FALHO
               END-READ
           END-IF.
           IF SD-EMAIL-FALHO = "N"
               MOVE AM-EMAIL TO SD-EMAIL
           END-IF.
       BUSCA-EMAIL-FIM.
           EXIT.

      * -----------------------------------
      * POSTO DA PROPOSTA PARA A PLACA VENCIDA: O QUE ATENDE A
      * CIDADE DO CEP DO VEICULO. A VENCER NAO GANHA PROPOSTA.
       BUSCA-POSTO.
           MOVE 1 TO SD-POSTO.
           MOVE SPACES TO SD-POSTO-NOME.
           MOVE ZEROS TO SD-POSTO-CAP.
           MOVE "I" TO SD-POSTO-SIT.
           IF W-AGENDA-OK = "S" AND W-DIAS-RESTANTES < ZEROS
               MOVE FCEP-PROP TO PA-CEP
               CALL "POSTOCEP" USING POSTO-ATEND
               MOVE PA-CODIGO TO SD-POSTO
               MOVE PA-NOME TO SD-POSTO-NOME
               MOVE PA-CAPACIDADE TO SD-POSTO-CAP
               MOVE PA-SITUACAO TO SD-POSTO-SIT
           END-IF.

      * -----------------------------------
      * PROCURA NA AGENDA UMA VISTORIA "A" DA PLACA DE HOJE EM
      * DIANTE, POSICIONANDO PELA CHAVE PLACA+DATA.
      * CLASSIFICADOS POR PROPRIETARIO) E A PAGINA DE RESUMO.
       GERA-CARTAS.
           OPEN OUTPUT REL-NOTIF.
           OPEN OUTPUT MAIL-FILE.
           MOVE W-DATA-HOJE TO WS-MH-DATA.
           MOVE W-GERACAO TO WS-MH-GERACAO.
           WRITE MAIL-LINHA FROM WS-MAIL-HEADER.
           OPEN INPUT CEP-FILE.
           IF FS-STAT = ZEROS
               MOVE "S" TO W-CEP-BASE-OK
           IF W-CEP-BASE-OK = "S"
               CLOSE CEP-FILE
           END-IF.
           MOVE W-TOT-MENSAGENS TO WS-MT-MENSAGENS.
           MOVE W-TOT-LINHAS-MAIL TO WS-MT-PLACAS.
           WRITE MAIL-LINHA FROM WS-MAIL-TRAILER.
           CLOSE REL-NOTIF MAIL-FILE.

       IMPRIME-NOTIFICACAO.
           IF SD-DOC-PROP NOT = W-DOC-ATUAL
                   OR SD-PROPRIETARIO NOT = W-PROP-ATUAL
                   OR W-TEM-CARTA = "N"
               PERFORM ABRE-CARTA
           END-IF.
               MOVE "A VENCER" TO WS-P-SITUACAO
               ADD 1 TO W-TOT-A-VENCER
           END-IF.
           IF W-CANAL = "P"
               WRITE REL-LINHA FROM WS-LINHA-PLACA
           ELSE
               MOVE WS-MM-ID TO WS-MP-ID
               MOVE SD-PLACA TO WS-MP-PLACA
               MOVE SD-VENCTO TO WS-MP-VENCTO
               MOVE SD-DIAS TO WS-MP-DIAS
               MOVE WS-P-SITUACAO TO WS-MP-SITUACAO
               MOVE ZEROS TO WS-MP-PROPOSTA
               MOVE "N" TO WS-MP-PRE-AGENDADA
               MOVE SPACES TO WS-MP-POSTO
           END-IF.
      * PLACA VENCIDA E SEM AGENDA: A CARTA VIRA OFERTA DE HORARIO -
      * PROPOE O PROXIMO DIA COM VAGA E, SE O OPERADOR PEDIU,
      * JA GRAVA O PRE-AGENDAMENTO.
           IF SD-DIAS < ZEROS AND W-AGENDA-OK = "S"
               PERFORM PROPOE-AGENDA THRU PROPOE-AGENDA-FIM
           END-IF.
           IF W-CANAL = "E"
               WRITE MAIL-LINHA FROM WS-MAIL-PLACA
               ADD 1 TO W-TOT-LINHAS-MAIL
           END-IF.

      * -----------------------------------
      * A VAGA E PROCURADA NO POSTO DA PLACA (SD-POSTO), COM A
      * CAPACIDADE DELE; CAPACIDADE ZERO NO CADASTRO E A DO CODIGO
      * CP. SEM CADASTRO DE POSTOS ("I") A CARTA NAO CITA POSTO. O
      * PRE-AGENDAMENTO GRAVADO LANCA A TAXA EM AGCOBRA.DAT.
       PROPOE-AGENDA.
           PERFORM ACHA-DIA-LIVRE.
           IF W-ACHOU-LIVRE = "N"
           END-IF.
           MOVE W-DATA-LIVRE TO WS-PR-DATA.
           MOVE SPACES TO WS-PR-MARCA.
           MOVE SPACES TO WS-PR-POSTO-G.
           IF SD-POSTO-SIT NOT = "I"
               MOVE " NO POSTO " TO WS-PR-POSTO-ROT
               MOVE SD-POSTO TO WS-PR-POSTO
               MOVE " - " TO WS-PR-POSTO-SEP
               MOVE SD-POSTO-NOME TO WS-PR-POSTO-NOME
               MOVE SD-POSTO TO WS-MP-POSTO
               IF SD-POSTO-SIT = "P"
                   ADD 1 TO W-TOT-FORA-AREA
               END-IF
           END-IF.
           IF W-PRE-AGENDA = "S"
               PERFORM DEFINE-TIPO-TAXA
      * A AREA DE REGISTRO AINDA GUARDA O ULTIMO AGENDAMENTO LIDO
      * PELA BUSCA DE VAGA: LIMPA ANTES DE MONTAR O PRE-AGENDAMENTO,
      * PARA O FILLER DE RESERVA SAIR EM BRANCO.
               MOVE "A" TO AG-STATUS
               MOVE "PRE-AGENDADO PELO NOTIVIST" TO AG-OBSERVACAO
               MOVE ZEROS TO AG-HORARIO
               MOVE SD-POSTO TO AG-POSTO
               WRITE AGENDA-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE " (PRE-AGENDADO)" TO WS-PR-MARCA
                       MOVE "S" TO WS-MP-PRE-AGENDADA
                       ADD 1 TO W-TOT-PRE-AGENDADAS
                       PERFORM LANCA-COBRANCA THRU LANCA-COBRANCA-FIM
               END-WRITE
           END-IF.
           IF W-CANAL = "P"
               WRITE REL-LINHA FROM WS-LINHA-PROPOSTA
           ELSE
               MOVE W-DATA-LIVRE TO WS-MP-PROPOSTA
           END-IF.
       PROPOE-AGENDA-FIM.
           EXIT.

      * -----------------------------------
      * TIPO DA TAXA DO PRE-AGENDAMENTO, COMO NO AGVISTO: REVISTORIA
      * QUANDO O ULTIMO AGENDAMENTO DA PLACA ANTES DA DATA PROPOSTA
      * FOI REPROVADO; SENAO, PRIMEIRA VISTORIA.
       DEFINE-TIPO-TAXA.
           MOVE "PV" TO W-TIPO-TAXA.
           MOVE SPACES TO W-ULT-STATUS.
           MOVE "N" TO W-FIM-TIPO.
           MOVE SD-PLACA TO AG-PLACA.
           MOVE ZEROS TO AG-DATA.
           START AGENDA-FILE KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-TIPO
           END-START.
           PERFORM UNTIL W-FIM-TIPO = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-TIPO
                   NOT AT END
                       IF AG-PLACA NOT = SD-PLACA
                             OR AG-DATA NOT < W-DATA-LIVRE
                           MOVE "S" TO W-FIM-TIPO
                       ELSE
                           MOVE AG-STATUS TO W-ULT-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           IF W-ULT-STATUS = "P"
               MOVE "RV" TO W-TIPO-TAXA
           END-IF.

      * -----------------------------------
      * LANCA EM AGCOBRA.DAT A TAXA EM ABERTO DO PRE-AGENDAMENTO
      * RECEM-GRAVADO (MESMA CHAVE PLACA+DATA).
       LANCA-COBRANCA.
           IF W-COBRA-OK = "N"
               GO TO LANCA-COBRANCA-FIM
           END-IF.
           MOVE SPACES TO COBRA-REC.
           MOVE AG-PLACA TO CB-PLACA.
           MOVE AG-DATA TO CB-DATA.
           MOVE W-TIPO-TAXA TO CB-TIPO.
           IF W-TIPO-TAXA = "RV"
               MOVE W-TAXA-RV TO CB-VALOR
           ELSE
               MOVE W-TAXA-PV TO CB-VALOR
           END-IF.
           MOVE SD-PROPRIETARIO TO CB-PROPRIETARIO.
           MOVE W-DATA-HOJE TO CB-EMISSAO.
           MOVE "A" TO CB-STATUS.
           MOVE ZEROS TO CB-DATA-PAGTO CB-RECIBO.
           WRITE COBRA-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       LANCA-COBRANCA-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA, A PARTIR DE AMANHA, O PRIMEIRO DIA COM EXPEDIENTE E
      * VAGA NO POSTO SD-POSTO, ATE UM ANO A FRENTE, CONTANDO PELA
      * CHAVE ALTERNATIVA AG-DATA E COM A CAPACIDADE EM VIGOR EM
      * CADA DIA. FERIADO E DIA FECHADO NO POSTO
      * (O ESTADUAL E O MUNICIPAL SO NO POSTO QUE ATENDE A UF OU A
      * CIDADE) NEM SAO CONTADOS.
       ACHA-DIA-LIVRE.
           MOVE "N" TO W-ACHOU-LIVRE.
           MOVE ZEROS TO W-DATA-LIVRE.
           PERFORM UNTIL W-ACHOU-LIVRE = "S" OR W-BUSCA-LIVRE >= 365
               ADD 1 TO W-BUSCA-LIVRE
               PERFORM SOMA-DIA
               MOVE W-DATA-PROX TO DU-DATA
               MOVE SD-POSTO TO DU-POSTO
               CALL "DIAUTIL" USING DIA-UTIL
               IF DU-FECHADO = "N"
                   PERFORM CAPACIDADE-NA-DATA
                   MOVE W-DATA-PROX TO W-DATA-CONTA
                   PERFORM CONTA-NA-DATA
                   IF W-QTD-NA-DATA < W-CAP-POSTO
                       MOVE "S" TO W-ACHOU-LIVRE
                       MOVE W-DATA-PROX TO W-DATA-LIVRE
                   END-IF
               END-IF
           END-PERFORM.

                       MOVE "S" TO W-FIM-CONTA
                   NOT AT END
                       IF AG-DATA = W-DATA-CONTA
                           PERFORM POSTO-DO-REGISTRO
                           IF W-POSTO-REG = SD-POSTO
                               ADD 1 TO W-QTD-NA-DATA
                           END-IF
                       ELSE
                           MOVE "S" TO W-FIM-CONTA
                       END-IF
               END-READ
           END-PERFORM.

      * AGENDAMENTO ANTIGO, COM O POSTO EM BRANCO, E DO POSTO 01.
       POSTO-DO-REGISTRO.
           IF AG-POSTO NUMERIC AND AG-POSTO > ZEROS
               MOVE AG-POSTO TO W-POSTO-REG
           ELSE
               MOVE 1 TO W-POSTO-REG
           END-IF.

      * -----------------------------------
      * AVANCA W-DATA-PROX EM UM DIA DE CALENDARIO, RESPEITANDO OS
      * MESES DE 28/30/31 DIAS E O ANO BISSEXTO.
           END-IF.

      * -----------------------------------
      * CABECALHO DA CARTA: NOME E DOCUMENTO DO PROPRIETARIO E
      * ENDERECO RESOLVIDO AO VIVO NA BASE DE CEPS PELO CEP DO DONO.
      * DONO COM E-MAIL VALIDO RECEBE A MENSAGEM NO ARQUIVO DE
      * INTERFACE EM VEZ DA CARTA.
       ABRE-CARTA.
           MOVE SD-PROPRIETARIO TO W-PROP-ATUAL.
           MOVE SD-DOC-PROP TO W-DOC-ATUAL.
           MOVE "S" TO W-TEM-CARTA.
           IF SD-EMAIL NOT = SPACES
               MOVE "E" TO W-CANAL
               PERFORM ABRE-MENSAGEM
           ELSE
               MOVE "P" TO W-CANAL
               IF SD-EMAIL-FALHO = "S"
                   ADD 1 TO W-TOT-PAPEL-FALHA
               END-IF
               PERFORM ABRE-CARTA-PAPEL
           END-IF.

       ABRE-MENSAGEM.
           ADD 1 TO W-TOT-MENSAGENS.
           ADD 1 TO W-SEQ-MENSAGEM.
           MOVE W-GERACAO TO WS-MM-GERACAO.
           MOVE W-SEQ-MENSAGEM TO WS-MM-SEQ.
           MOVE SD-EMAIL TO WS-MM-EMAIL.
           MOVE SD-PROPRIETARIO TO WS-MM-NOME.
           WRITE MAIL-LINHA FROM WS-MAIL-MENSAGEM.

       ABRE-CARTA-PAPEL.
           ADD 1 TO W-TOT-CARTAS.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SD-PROPRIETARIO TO WS-C-PROPRIETARIO.
           WRITE REL-LINHA FROM WS-LINHA-CARTA1.
           IF SD-DOC-PROP NOT = SPACES
               MOVE SD-DOC-PROP TO WS-C-DOCUMENTO
               WRITE REL-LINHA FROM WS-LINHA-CARTA2
           END-IF.
           IF W-CEP-BASE-OK = "S"
               MOVE SD-CEP TO FS-CEP
               READ CEP-FILE
           STRING "PRE-AGENDAMENTOS.....: " W-TOT-PRE-AGENDADAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PROPOSTAS SEM POSTO DA CIDADE: " W-TOT-FORA-AREA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "MENSAGENS POR E-MAIL.: " W-TOT-MENSAGENS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CARTAS POR E-MAIL FALHO: " W-TOT-PAPEL-FALHA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RETORNOS DE E-MAIL...: " W-TOT-RET-ENTREGUE
               " ENTREGUES, " W-TOT-RET-FALHA " FALHAS"
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY "CARTAS GERADAS: " W-TOT-CARTAS.
           DISPLAY "PLACAS A VENCER: " W-TOT-A-VENCER.
           DISPLAY "PLACAS VENCIDAS: " W-TOT-VENCIDAS.
           DISPLAY "VENCTOS INVALIDOS: " W-TOT-DATAS-INVALIDAS.
           DISPLAY "PLACAS JA AGENDADAS: " W-TOT-JA-AGENDADAS.
           DISPLAY "PRE-AGENDAMENTOS: " W-TOT-PRE-AGENDADAS.
           DISPLAY "PROPOSTAS SEM POSTO DA CIDADE: " W-TOT-FORA-AREA.
           DISPLAY "MENSAGENS POR E-MAIL: " W-TOT-MENSAGENS.
           DISPLAY "CARTAS POR E-MAIL FALHO: " W-TOT-PAPEL-FALHA.

      * -----------------------------------
      * CONVERTE W-CV-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE O ANO
