      * DO VEICULO EM VEHICLES.DAT E ROLADO AUTOMATICAMENTE     *
      * PARA UM ANO APOS A DATA DA VISTORIA, SEM REDIGITACAO    *
      * PELO ALTERAR. INCLUI A AGENDA DO DIA PARA O BALCAO.     *
      * DIA SEM EXPEDIENTE (FERIADO DE FERIADOS.DAT, MANTIDO NO *
      * CADFERIA, OU DIA DA SEMANA FECHADO NO CODIGO FS DO      *
      * DOMINIO AGENDA) RECUSA AGENDAMENTO E REMARCACAO, NAO E  *
      * SUGERIDO COMO DIA LIVRE E NAO SERVE DE VENCIMENTO: O    *
      * VENCIMENTO ROLADO QUE CAI NELE VAI PARA O DIA UTIL      *
      * SEGUINTE.                                               *
      * A CAPACIDADE DIARIA DO BOX VEM DO DOMINIO AGENDA        *
      * (CODIGO CP) DE PARAMS.DAT, MANTIDO NO CADPARAM: DIA     *
      * LOTADO RECUSA O AGENDAMENTO E SUGERE O PROXIMO DIA      *
      * AGVISTO.DAT NO LAYOUT NOVO (78 BYTES, COM HORARIO E     *
      * CHAVE ALTERNATIVA): RODAR O CNVAGD UMA VEZ ANTES DA     *
      * PRIMEIRA SESSAO NO LAYOUT NOVO.                         *
      * CADA AGENDAMENTO LANCA A TAXA DA VISTORIA EM            *
      * AGCOBRA.DAT (CONTAS A RECEBER, MESMA CHAVE PLACA+DATA): *
      * PRIMEIRA VISTORIA OU REVISTORIA (QUANDO O AGENDAMENTO   *
      * ANTERIOR DA PLACA FOI REPROVADO), COM OS VALORES DO     *
      * DOMINIO TAXAVIST DE PARAMS.DAT. A FALTA TROCA A TAXA EM *
      * ABERTO PELA MULTA DE FALTA E A REMARCACAO LEVA A        *
      * COBRANCA JUNTO. O BALCAO REGISTRA O PAGAMENTO E EMITE O *
      * RECIBO NUMERADO EM RECIBO.LST (NUMERACAO EM             *
      * RECIBO.CTL).                                            *
      * O LAUDO SO E ACEITO DE INSPETOR DO CADASTRO             *
      * (INSPETOR.DAT, MANTIDO NO CADINSP) ATIVO E COM A        *
      * CERTIFICACAO VALIDA NA DATA DA VISTORIA; SEM INSPETOR   *
      * VALIDO A SITUACAO DO AGENDAMENTO NAO MUDA.              *
      * CADA AGENDAMENTO E CADA LAUDO GUARDAM O POSTO DE         *
      * VISTORIA (POSTOS.DAT, MANTIDO NO CADPOSTO). O AGENDAR    *
      * SUGERE O POSTO QUE ATENDE A CIDADE DO CEP DO            *
      * PROPRIETARIO (POSTOCEP); LOTACAO, DIA LIVRE E AGENDA DO *
      * DIA SAO POR POSTO, COM A CAPACIDADE DO CADASTRO (ZERO = *
      * CODIGO CP). AGENDAMENTO ANTIGO, COM O POSTO EM BRANCO,  *
      * E DO POSTO 01, O BOX ORIGINAL; SEM POSTOS.DAT TUDO      *
      * CORRE NO POSTO 01 COMO NO TEMPO DO BOX UNICO.           *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT LAUDO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS LD-CHAVE
              FILE STATUS  IS LD-STAT.
           SELECT INSP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS IN-CODIGO
              FILE STATUS  IS IN-STAT.
           SELECT POSTO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PS-CODIGO
              FILE STATUS  IS PS-STAT.
           SELECT CERT-FILE ASSIGN TO "certvist.lst"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COBRA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS CB-CHAVE
              FILE STATUS  IS CB-STAT.
           SELECT RECIBO-CTL ASSIGN TO "recibo.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS  IS RC-STAT.
           SELECT RECIBO-FILE ASSIGN TO "recibo.lst"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA-FILE
               88 AG-FALTOU    VALUE "F".
           02 AG-OBSERVACAO PIC X(30).
           02 AG-HORARIO PIC 9(04).
      * AG-POSTO (TIRADO DO FILLER) E O CODIGO DO POSTO EM POSTOS.DAT;
      * EM BRANCO NO AGENDAMENTO ANTIGO, QUE E DO POSTO 01.
           02 AG-POSTO PIC 9(02).
           02 FILLER PIC X(08).

       FD VEHICLES-FILE
           LABEL RECORDS IS STANDARD
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

      * LAUDO DA VISTORIA, AMARRADO AO AGENDAMENTO PELA MESMA CHAVE
      * PLACA+DATA: INSPETOR, ATE TRES CODIGOS DE MOTIVO DE
      * REPROVACAO (DOMINIO MOTREPRO DE PARAMS.DAT) E NOTAS LIVRES.
      * LD-COD-INSPETOR (TIRADO DO FILLER) E O CODIGO DO INSPETOR EM
      * INSPETOR.DAT; LAUDO ANTIGO, DE ANTES DO CADASTRO, TEM SO O
      * NOME DIGITADO E O CODIGO EM BRANCO. LD-POSTO (TAMBEM DO
      * FILLER) E O POSTO ONDE A VISTORIA FOI FEITA.
       FD LAUDO-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "aglaudo.dat".
           02 LD-MOTIVO-2 PIC X(02).
           02 LD-MOTIVO-3 PIC X(02).
           02 LD-NOTAS PIC X(60).
           02 LD-COD-INSPETOR PIC 9(04).
           02 LD-POSTO PIC 9(02).
           02 FILLER PIC X(04).

      * CADASTRO DE INSPETORES, MANTIDO NO CADINSP.
       FD INSP-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "inspetor.dat".
       01 INSP-REC.
           05 IN-CODIGO PIC 9(04).
           05 IN-NOME PIC X(20).
           05 IN-CERTIFICADO PIC X(15).
           05 IN-VALIDADE-CERT PIC 9(08).
           05 IN-SITUACAO PIC X(01).
               88 IN-ATIVO   VALUE "A".
           05 FILLER PIC X(12).

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
               88 PS-ATIVO   VALUE "A".
           05 PS-QTD-AREAS PIC 9(02).
           05 PS-AREA OCCURS 10 TIMES.
               10 PS-AREA-UF PIC X(02).
               10 PS-AREA-CIDADE PIC X(20).
           05 FILLER PIC X(19).

       FD CERT-FILE.
       01 CERT-LINHA PIC X(80).

      * CONTAS A RECEBER DA VISTORIA, UMA COBRANCA POR AGENDAMENTO
      * (MESMA CHAVE PLACA+DATA): TIPO DA TAXA (DOMINIO TAXAVIST),
      * VALOR, PROPRIETARIO NA DATA DO LANCAMENTO, EMISSAO E, DEPOIS
      * DO PAGAMENTO NO BALCAO, A DATA E O NUMERO DO RECIBO.
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

      * ULTIMO NUMERO DE RECIBO EMITIDO.
       FD RECIBO-CTL.
       01 RECIBO-CTL-REC.
           02 RC-ULTIMO PIC 9(06).

       FD RECIBO-FILE.
       01 RECIBO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       77 AG-STAT PIC X(02) VALUE "00".
       01 ST-ERRO PIC X(02) VALUE "00".
      * HISTORICA DO BOX.
       01 TAB-AGENDA.
           05 TP-DOMINIO PIC X(08).
           05 TP-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TP-QTD PIC 9(02).
           05 TP-ITEM OCCURS 20 TIMES.
               10 TP-CODIGO PIC X(02).
      * PARAMS.DAT, MANTIDO NO CADPARAM.
       01 TAB-MOTREPRO.
           05 TR-DOMINIO PIC X(08).
           05 TR-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TR-QTD PIC 9(02).
           05 TR-ITEM OCCURS 20 TIMES.
               10 TR-CODIGO PIC X(02).
       77 W-DESC-MOTIVO PIC X(15) VALUE SPACES.
       77 W-LAUDO-EXISTE PIC X(01) VALUE "N".

      * INSPETOR DO LAUDO, CONFERIDO EM INSPETOR.DAT ANTES DE MUDAR A
      * SITUACAO DO AGENDAMENTO.
       77 IN-STAT PIC X(02) VALUE "00".
       77 W-INSP-BASE-OK PIC X(01) VALUE "N".
       77 W-INSPETOR-OK PIC X(01) VALUE "N".
       77 W-COD-INSPETOR PIC 9(04) VALUE ZEROS.
       77 W-NOME-INSPETOR PIC X(20) VALUE SPACES.

      * POSTO DE VISTORIA DO AGENDAMENTO EM TRABALHO. SEM POSTOS.DAT
      * (OU COM O CADASTRO VAZIO) FICA O POSTO 01 COM A CAPACIDADE DO
      * CODIGO CP.
       77 PS-STAT PIC X(02) VALUE "00".
       77 W-POSTO-BASE-OK PIC X(01) VALUE "N".
       77 W-POSTO-OK PIC X(01) VALUE "N".
       77 W-POSTO-AG PIC 9(02) VALUE 1.
       77 W-NOME-POSTO PIC X(20) VALUE SPACES.
       77 W-CAP-POSTO PIC 9(02) VALUE ZEROS.
       77 W-CAP-PROPRIA PIC 9(02) VALUE ZEROS.
       77 W-DATA-CAP PIC 9(08) VALUE ZEROS.
       77 W-CAP-HOJE PIC 9(02) VALUE ZEROS.
       77 W-DIA-FECHADO PIC X(01) VALUE "N".
       77 W-DIA-LOTADO PIC X(01) VALUE "N".
       77 W-POSTO-DIG PIC 9(02) VALUE ZEROS.
       77 W-POSTO-REG PIC 9(02) VALUE ZEROS.
       77 W-POSTO-ORIG PIC 9(02) VALUE ZEROS.
       77 W-POSTO-FILTRO PIC 9(02) VALUE ZEROS.
       77 W-CEP-PROP PIC 9(08) VALUE ZEROS.

      * POSTO QUE ATENDE O CEP DO PROPRIETARIO, DEVOLVIDO PELO
      * POSTOCEP.
       01 POSTO-ATEND.
           05 PA-CEP PIC 9(08).
           05 PA-CODIGO PIC 9(02).
           05 PA-NOME PIC X(20).
           05 PA-CAPACIDADE PIC 9(02).
           05 PA-SITUACAO PIC X(01).

       01 WS-LINHA-MOTIVO.
           05 FILLER PIC X(12) VALUE "   MOTIVO ".
           05 WS-M-CODIGO PIC X(02).

       01 WS-CERT-SEPARA PIC X(60) VALUE ALL "=".

      * TAXAS DA VISTORIA, CARREGADAS DO DOMINIO TAXAVIST DE
      * PARAMS.DAT (VALOR EM CENTAVOS NAS SETE PRIMEIRAS POSICOES DA
      * DESCRICAO). SEM O PARAMETRO VALEM OS VALORES DE FABRICA.
       01 TAB-TAXAVIST.
           05 TX-DOMINIO PIC X(08).
           05 TX-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TX-QTD PIC 9(02).
           05 TX-ITEM OCCURS 20 TIMES.
               10 TX-CODIGO PIC X(02).
               10 TX-DESC PIC X(15).
       77 W-TAXA-PV PIC 9(05)V99 VALUE 120.
       77 W-TAXA-RV PIC 9(05)V99 VALUE 60.
       77 W-TAXA-FT PIC 9(05)V99 VALUE 40.
       01 W-CENTAVOS PIC 9(07) VALUE ZEROS.
       01 W-CENTAVOS-V REDEFINES W-CENTAVOS PIC 9(05)V99.
       77 CB-STAT PIC X(02) VALUE "00".
       77 RC-STAT PIC X(02) VALUE "00".
       77 W-TIPO-TAXA PIC X(02) VALUE SPACES.
       77 W-VALOR-TAXA PIC 9(05)V99 VALUE ZEROS.
       77 W-ULT-STATUS PIC X(01) VALUE SPACES.
       77 W-FIM-TIPO PIC X(01) VALUE "N".
       77 W-PROP-COBRANCA PIC X(30) VALUE SPACES.
       77 W-CONFIRMA PIC X(01) VALUE SPACES.
       77 W-NUM-RECIBO PIC 9(06) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-VALOR-ED PIC ZZ,ZZ9.99.
       01 W-CB-GUARDADO PIC X(105) VALUE SPACES.

      * CONTAGEM DE AGENDAMENTOS DE UMA DATA, PELA CHAVE ALTERNATIVA.
       77 W-DATA-CONTA PIC 9(08) VALUE ZEROS.
       77 W-QTD-NA-DATA PIC 9(04) VALUE ZEROS.
       77 W-BUSCA-LIVRE PIC 9(03) VALUE ZEROS.
       77 W-ACHOU-LIVRE PIC X(01) VALUE "N".

      * CALENDARIO DE EXPEDIENTE DO BOX (FERIADOS.DAT E FECHAMENTO DE
      * FIM DE SEMANA), CONSULTADO PELO DIAUTIL PARA O POSTO EM
      * DU-POSTO (OS FERIADOS ESTADUAIS E MUNICIPAIS SO FECHAM O
      * POSTO QUE ATENDE A UF OU A CIDADE).
       01 DIA-UTIL.
           05 DU-DATA PIC 9(08).
           05 DU-FECHADO PIC X(01).
           05 DU-MOTIVO PIC X(30).
           05 DU-PROXIMO PIC 9(08).
           05 DU-POSTO PIC 9(02).

      * IMAGEM DO AGENDAMENTO NA REMARCACAO.
       77 W-DATA-ORIG PIC 9(08) VALUE ZEROS.
       01 W-AG-GUARDADO.
       77 W-CH-PL PIC X(01) VALUE SPACES.

       01 WS-LINHA-AGENDA.
           05 WS-L-POSTO PIC 9(02).
           05 FILLER PIC X(02).
           05 WS-L-PLACA PIC X(25).
           05 FILLER PIC X(02).
           05 WS-L-HORARIO PIC 9(04).
           PERFORM CARREGA-CAPACIDADE
           MOVE "MOTREPRO" TO TR-DOMINIO
           CALL "TABPARAM" USING TAB-MOTREPRO
           MOVE "TAXAVIST" TO TX-DOMINIO
           CALL "TABPARAM" USING TAB-TAXAVIST
           PERFORM CARREGA-TAXAS
           OPEN I-O COBRA-FILE
           IF CB-STAT = "30" OR "35"
              OPEN OUTPUT COBRA-FILE
              CLOSE COBRA-FILE
              OPEN I-O COBRA-FILE
           END-IF
           OPEN INPUT INSP-FILE
           IF IN-STAT = "00"
              MOVE "S" TO W-INSP-BASE-OK
           END-IF
           MOVE W-CAPACIDADE TO W-CAP-POSTO
           OPEN INPUT POSTO-FILE
           IF PS-STAT = "00"
              MOVE ZEROS TO PS-CODIGO
              START POSTO-FILE KEY IS NOT LESS THAN PS-CODIGO
                 INVALID KEY
                    CLOSE POSTO-FILE
                 NOT INVALID KEY
                    MOVE "S" TO W-POSTO-BASE-OK
              END-START
           END-IF
           OPEN I-O LAUDO-FILE
           IF LD-STAT = "30" OR "35"
              OPEN OUTPUT LAUDO-FILE
      * -----------------------------------
      * MARCA UMA VISTORIA: A PLACA TEM QUE EXISTIR NO CADASTRO DE
      * VEICULOS, O MESMO VEICULO NAO PODE TER DUAS VISTORIAS NA
      * MESMA DATA (CHAVE PLACA+DATA), O BOX TEM QUE TER EXPEDIENTE
      * NO DIA E O DIA NAO PODE PASSAR DA CAPACIDADE DO POSTO
      * ESCOLHIDO - DIA FECHADO OU LOTADO SUGERE O PROXIMO DIA LIVRE
      * NO MESMO POSTO.
       AGENDAR-VISTORIA.
           DISPLAY "PLACA DO VEICULO :-> "
           ACCEPT W-PLACA
              NOT INVALID KEY
                 DISPLAY "PROPRIETARIO : " FPROPRIETARIO
                 DISPLAY "VENCTO ATUAL : " FVENCTOVISTORIA
                 MOVE FPROPRIETARIO TO W-PROP-COBRANCA
                 MOVE FCEP-PROP TO W-CEP-PROP
           END-READ
           CLOSE VEHICLES-FILE

           PERFORM SUGERE-POSTO
           PERFORM ESCOLHE-POSTO THRU ESCOLHE-POSTO-FIM
           IF W-POSTO-OK = "N"
              GO TO AGENDAR-VISTORIA-FIM
           END-IF
           DISPLAY "DATA DA VISTORIA (AAAAMMDD) :-> "
           ACCEPT W-DATA-AG
           IF W-DATA-AG = ZEROS
              DISPLAY "DATA INVALIDA NO CALENDARIO"
              GO TO AGENDAR-VISTORIA-FIM
           END-IF
           PERFORM CONFERE-EXPEDIENTE
           IF W-DIA-FECHADO = "S"
              GO TO AGENDAR-VISTORIA-FIM
           END-IF
           PERFORM CONFERE-LOTACAO THRU CONFERE-LOTACAO-FIM
           IF W-DIA-LOTADO = "S"
              GO TO AGENDAR-VISTORIA-FIM
           END-IF
           PERFORM DEFINE-TIPO-TAXA
           DISPLAY "HORARIO (HHMM) :-> "
           ACCEPT W-HORARIO
      * A AREA DE REGISTRO AINDA GUARDA O ULTIMO AGENDAMENTO LIDO
           MOVE W-DATA-AG TO AG-DATA
           MOVE "A" TO AG-STATUS
           MOVE W-HORARIO TO AG-HORARIO
           MOVE W-POSTO-AG TO AG-POSTO
           DISPLAY "OBSERVACAO :-> "
           MOVE SPACES TO AG-OBSERVACAO
           ACCEPT AG-OBSERVACAO
                 DISPLAY "JA EXISTE VISTORIA DESSA PLACA NESSA DATA"
              NOT INVALID KEY
                 DISPLAY "VISTORIA AGENDADA"
                 PERFORM LANCA-COBRANCA
           END-WRITE.
       AGENDAR-VISTORIA-FIM.
           EXIT.

      * -----------------------------------
      * CONFERE SE O BOX TEM EXPEDIENTE EM W-DATA-AG; DIA FECHADO
      * AVISA O MOTIVO E JA SUGERE O PROXIMO DIA COM VAGA. A RESPOSTA
      * FICA EM W-DIA-FECHADO: A SUGESTAO CHAMA O DIAUTIL DE NOVO
      * PARA OUTRAS DATAS E DU-FECHADO NAO E MAIS O DE W-DATA-AG.
       CONFERE-EXPEDIENTE.
           MOVE W-DATA-AG TO DU-DATA.
           MOVE W-POSTO-AG TO DU-POSTO.
           CALL "DIAUTIL" USING DIA-UTIL.
           MOVE DU-FECHADO TO W-DIA-FECHADO.
           IF DU-FECHADO = "S"
              DISPLAY "DIA SEM EXPEDIENTE: " DU-MOTIVO
              PERFORM ACHA-DIA-LIVRE
              IF W-ACHOU-LIVRE = "S"
                 DISPLAY "PROXIMO DIA COM VAGA: " W-DATA-LIVRE
              END-IF
           END-IF.

      * -----------------------------------
      * CONFERE A LOTACAO DE W-DATA-AG NO POSTO W-POSTO-AG, COM A
      * CAPACIDADE EM VIGOR NA DATA; DIA CHEIO AVISA E JA SUGERE O
      * PROXIMO DIA COM VAGA NO POSTO. A RESPOSTA FICA EM
      * W-DIA-LOTADO, PORQUE A SUGESTAO RECONTA OUTRAS DATAS.
       CONFERE-LOTACAO.
           MOVE "N" TO W-DIA-LOTADO.
           MOVE W-DATA-AG TO W-DATA-CAP.
           PERFORM CAPACIDADE-NA-DATA.
           MOVE W-DATA-AG TO W-DATA-CONTA.
           PERFORM CONTA-NA-DATA.
           IF W-QTD-NA-DATA < W-CAP-POSTO
              GO TO CONFERE-LOTACAO-FIM
           END-IF.
           MOVE "S" TO W-DIA-LOTADO.
           DISPLAY "DIA LOTADO NO POSTO " W-POSTO-AG " ("
              W-QTD-NA-DATA " DE " W-CAP-POSTO " VAGAS OCUPADAS)"
           PERFORM ACHA-DIA-LIVRE
           IF W-ACHOU-LIVRE = "S"
              DISPLAY "PROXIMO DIA COM VAGA: " W-DATA-LIVRE
           EXIT.

      * -----------------------------------
      * CONTA OS AGENDAMENTOS DE W-DATA-CONTA NO POSTO W-POSTO-AG
      * PELA CHAVE ALTERNATIVA AG-DATA, SEM VARRER O ARQUIVO INTEIRO.
       CONTA-NA-DATA.
           MOVE ZEROS TO W-QTD-NA-DATA.
           MOVE "N" TO W-FIM-CONTA.
                    MOVE "S" TO W-FIM-CONTA
                 NOT AT END
                    IF AG-DATA = W-DATA-CONTA
                       PERFORM POSTO-DO-REGISTRO
                       IF W-POSTO-REG = W-POSTO-AG
                          ADD 1 TO W-QTD-NA-DATA
                       END-IF
                    ELSE
                       MOVE "S" TO W-FIM-CONTA
                    END-IF

      * -----------------------------------
      * PROCURA, A PARTIR DO DIA SEGUINTE A W-DATA-AG, O PRIMEIRO
      * DIA COM EXPEDIENTE E VAGA NO POSTO W-POSTO-AG, ATE UM ANO A
      * FRENTE, CADA DIA COM A CAPACIDADE EM VIGOR NELE.
       ACHA-DIA-LIVRE.
           MOVE "N" TO W-ACHOU-LIVRE.
           MOVE ZEROS TO W-DATA-LIVRE.
           PERFORM UNTIL W-ACHOU-LIVRE = "S" OR W-BUSCA-LIVRE >= 365
              ADD 1 TO W-BUSCA-LIVRE
              PERFORM SOMA-DIA
              MOVE W-DATA-PROX TO DU-DATA
              MOVE W-POSTO-AG TO DU-POSTO
              CALL "DIAUTIL" USING DIA-UTIL
              IF DU-FECHADO = "N"
                 MOVE W-DATA-PROX TO W-DATA-CAP
                 PERFORM CAPACIDADE-NA-DATA
                 MOVE W-DATA-PROX TO W-DATA-CONTA
                 PERFORM CONTA-NA-DATA
                 IF W-QTD-NA-DATA < W-CAP-POSTO
                    MOVE "S" TO W-ACHOU-LIVRE
                    MOVE W-DATA-PROX TO W-DATA-LIVRE
                 END-IF
              END-IF
           END-PERFORM.

              DISPLAY "SITUACAO INVALIDA"
              GO TO ATUALIZA-VISTORIA-FIM
           END-IF
      * O INSPETOR E CONFERIDO ANTES DE REGRAVAR A SITUACAO: VISTORIA
      * CONCLUIDA SEM INSPETOR VALIDO NAO PODE FICAR SEM LAUDO.
           IF W-STATUS-NOVO = "R" OR W-STATUS-NOVO = "P"
              PERFORM PEDE-INSPETOR THRU PEDE-INSPETOR-FIM
              IF W-INSPETOR-OK = "N"
                 DISPLAY "SITUACAO NAO ALTERADA - O LAUDO EXIGE "
                    "INSPETOR ATIVO COM CERTIFICACAO VALIDA"
                 GO TO ATUALIZA-VISTORIA-FIM
              END-IF
           END-IF
           MOVE W-STATUS-NOVO TO AG-STATUS
           REWRITE AGENDA-REC
           DISPLAY "AGENDAMENTO ATUALIZADO"
           END-IF
           IF AG-REALIZADA
              PERFORM ROLA-VENCIMENTO
           END-IF
           IF AG-FALTOU
              PERFORM COBRA-FALTA THRU COBRA-FALTA-FIM
           END-IF.
       ATUALIZA-VISTORIA-FIM.
           EXIT.

      * -----------------------------------
      * REGISTRA (OU REGRAVA) O LAUDO DO AGENDAMENTO EM TELA:
      * INSPETOR JA CONFERIDO NO PEDE-INSPETOR; NA REPROVACAO, PELO
      * MENOS UM CODIGO DE MOTIVO DO DOMINIO MOTREPRO; NOTAS LIVRES.
       REGISTRA-LAUDO.
           MOVE AG-PLACA TO LD-PLACA.
           MOVE AG-DATA TO LD-DATA.
           MOVE "N" TO W-LAUDO-EXISTE.
           READ LAUDO-FILE
              INVALID KEY
                 MOVE SPACES TO LAUDO-REC
              NOT INVALID KEY
                 MOVE "S" TO W-LAUDO-EXISTE
                 DISPLAY "LAUDO JA REGISTRADO - REGRAVANDO"
           END-READ.
           MOVE W-NOME-INSPETOR TO LD-INSPETOR.
           MOVE W-COD-INSPETOR TO LD-COD-INSPETOR.
           PERFORM POSTO-DO-REGISTRO.
           MOVE W-POSTO-REG TO LD-POSTO.
           MOVE SPACES TO LD-MOTIVO-1 LD-MOTIVO-2 LD-MOTIVO-3.
           IF AG-REPROVADA
              DISPLAY "CODIGOS DE MOTIVO DE REPROVACAO"
       REGISTRA-LAUDO-FIM.
           EXIT.

      * -----------------------------------
      * PEDE O CODIGO DO INSPETOR E CONFERE EM INSPETOR.DAT: TEM QUE
      * EXISTIR, ESTAR ATIVO E COM A CERTIFICACAO VALIDA NA DATA DA
      * VISTORIA. CODIGO ZERO DESISTE (W-INSPETOR-OK FICA "N").
       PEDE-INSPETOR.
           MOVE "N" TO W-INSPETOR-OK.
           IF W-INSP-BASE-OK = "N"
              DISPLAY "*** CADASTRO DE INSPETORES (INSPETOR.DAT) "
                 "INDISPONIVEL ***"
              GO TO PEDE-INSPETOR-FIM
           END-IF.
       PEDE-INSPETOR-CODIGO.
           DISPLAY "CODIGO DO INSPETOR (0=DESISTE) :-> ".
           MOVE ZEROS TO W-COD-INSPETOR.
           ACCEPT W-COD-INSPETOR.
           IF W-COD-INSPETOR = ZEROS
              GO TO PEDE-INSPETOR-FIM
           END-IF.
           MOVE W-COD-INSPETOR TO IN-CODIGO.
           READ INSP-FILE
              INVALID KEY
                 DISPLAY "INSPETOR NAO CADASTRADO"
                 GO TO PEDE-INSPETOR-CODIGO
           END-READ.
           IF NOT IN-ATIVO
              DISPLAY "INSPETOR " IN-NOME " ESTA INATIVO"
              GO TO PEDE-INSPETOR-CODIGO
           END-IF.
           IF IN-VALIDADE-CERT < AG-DATA
              DISPLAY "CERTIFICACAO DE " IN-NOME " VENCIDA EM "
                 IN-VALIDADE-CERT
              GO TO PEDE-INSPETOR-CODIGO
           END-IF.
           DISPLAY "INSPETOR : " IN-NOME " CERT " IN-CERTIFICADO.
           MOVE IN-NOME TO W-NOME-INSPETOR.
           MOVE "S" TO W-INSPETOR-OK.
       PEDE-INSPETOR-FIM.
           EXIT.

      * -----------------------------------
      * PEDE ATE TRES MOTIVOS; O PRIMEIRO E OBRIGATORIO, OS DEMAIS
      * ENCERRAM EM BRANCO. CADA CODIGO E CONFERIDO NO DOMINIO.
           STRING "DATA     : " AG-DATA " HORARIO: " AG-HORARIO
              DELIMITED BY SIZE INTO CERT-LINHA
           WRITE CERT-LINHA
           PERFORM POSTO-DO-REGISTRO
           MOVE W-POSTO-REG TO W-POSTO-AG
           MOVE SPACES TO W-NOME-POSTO
           IF W-POSTO-BASE-OK = "S"
              PERFORM LE-POSTO
           END-IF
           MOVE SPACES TO CERT-LINHA
           STRING "POSTO    : " W-POSTO-AG " " W-NOME-POSTO
              DELIMITED BY SIZE INTO CERT-LINHA
           WRITE CERT-LINHA
           MOVE SPACES TO CERT-LINHA
           STRING "INSPETOR : " LD-INSPETOR
              DELIMITED BY SIZE INTO CERT-LINHA
           EXIT.

      * -----------------------------------
      * REMARCA UM AGENDAMENTO "A" PARA NOVA DATA/HORARIO, NO MESMO
      * OU EM OUTRO POSTO: CONFERE A LOTACAO DO POSTO E A CHAVE DO
      * DESTINO ANTES DE APAGAR O REGISTRO ANTIGO, PARA NUNCA PERDER
      * O AGENDAMENTO NO MEIO DO CAMINHO.
       REMARCA-VISTORIA.
           DISPLAY "PLACA DO VEICULO :-> "
           ACCEPT W-PLACA
           MOVE W-DATA-AG TO W-DATA-ORIG
           MOVE AG-STATUS TO W-AG-STATUS
           MOVE AG-OBSERVACAO TO W-AG-OBS
           PERFORM POSTO-DO-REGISTRO
           MOVE W-POSTO-REG TO W-POSTO-ORIG W-POSTO-AG
           MOVE SPACES TO W-NOME-POSTO
           IF W-POSTO-BASE-OK = "S"
              PERFORM LE-POSTO
           END-IF
           PERFORM ESCOLHE-POSTO THRU ESCOLHE-POSTO-FIM
           IF W-POSTO-OK = "N"
              GO TO REMARCA-VISTORIA-FIM
           END-IF
           DISPLAY "NOVA DATA (AAAAMMDD) :-> "
           ACCEPT W-DATA-AG
           IF W-DATA-AG = ZEROS
              DISPLAY "DATA INVALIDA NO CALENDARIO"
              GO TO REMARCA-VISTORIA-FIM
           END-IF
      * MESMA DATA E MESMO POSTO, SO TROCANDO O HORARIO: A CHAVE NAO
      * MUDA, ENTAO NAO HA DUPLICIDADE NEM VAGA NOVA A CONFERIR (O
      * PROPRIO AGENDAMENTO JA OCUPA A DELE) - BASTA REGRAVAR O
      * REGISTRO.
           IF W-DATA-AG = W-DATA-ORIG AND W-POSTO-AG = W-POSTO-ORIG
              GO TO REMARCA-MESMO-DIA
           END-IF
           PERFORM CONFERE-EXPEDIENTE
           IF W-DIA-FECHADO = "S"
              GO TO REMARCA-VISTORIA-FIM
           END-IF
           PERFORM CONFERE-LOTACAO THRU CONFERE-LOTACAO-FIM
           IF W-DIA-LOTADO = "S"
              GO TO REMARCA-VISTORIA-FIM
           END-IF
      * MESMA DATA EM OUTRO POSTO: A CHAVE TAMBEM NAO MUDA, E COM A
      * VAGA DO POSTO NOVO CONFERIDA BASTA REGRAVAR O REGISTRO.
           IF W-DATA-AG = W-DATA-ORIG
              GO TO REMARCA-MESMO-DIA
           END-IF
           MOVE W-PLACA TO AG-PLACA
           MOVE W-DATA-AG TO AG-DATA
           READ AGENDA-FILE
           MOVE W-AG-STATUS TO AG-STATUS
           MOVE W-AG-OBS TO AG-OBSERVACAO
           MOVE W-HORARIO TO AG-HORARIO
           MOVE W-POSTO-AG TO AG-POSTO
           WRITE AGENDA-REC
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR NA NOVA DATA - "
                    "CONFIRA AS DUAS DATAS NA AGENDA"
              NOT INVALID KEY
                 DISPLAY "AGENDAMENTO REMARCADO PARA " W-DATA-AG
                 PERFORM MUDA-COBRANCA THRU MUDA-COBRANCA-FIM
           END-DELETE
           GO TO REMARCA-VISTORIA-FIM.
      * TROCA DE HORARIO (E DE POSTO) NO MESMO DIA: RELE O REGISTRO
      * PELA CHAVE ORIGINAL E REGRAVA SO COM O HORARIO E O POSTO.
       REMARCA-MESMO-DIA.
           DISPLAY "NOVO HORARIO (HHMM) :-> "
           ACCEPT W-HORARIO
                 GO TO REMARCA-VISTORIA-FIM
           END-READ
           MOVE W-HORARIO TO AG-HORARIO
           MOVE W-POSTO-AG TO AG-POSTO
           REWRITE AGENDA-REC
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR O NOVO HORARIO"
              NOT INVALID KEY
                 DISPLAY "HORARIO REMARCADO PARA " W-HORARIO
                 IF W-POSTO-AG NOT = W-POSTO-ORIG
                    DISPLAY "POSTO REMARCADO PARA " W-POSTO-AG " - "
                       W-NOME-POSTO
                 END-IF
           END-REWRITE.
       REMARCA-VISTORIA-FIM.
           EXIT.

      * -----------------------------------
      * VISTORIA APROVADA: NOVO VENCIMENTO = DATA DA VISTORIA + 1
      * ANO, GRAVADO DIRETO EM VEHICLES.DAT. VENCIMENTO EM DIA SEM
      * EXPEDIENTE NO POSTO DA VISTORIA VAI PARA O PRIMEIRO DIA UTIL
      * SEGUINTE NELE.
       ROLA-VENCIMENTO.
           OPEN I-O VEHICLES-FILE
           IF ST-ERRO NOT = "00"
                       MOVE 28 TO W-NV-DIA
                    END-IF
                 END-IF
                 MOVE W-NOVO-VENCTO TO DU-DATA
                 PERFORM POSTO-DO-REGISTRO
                 MOVE W-POSTO-REG TO DU-POSTO
                 CALL "DIAUTIL" USING DIA-UTIL
                 IF DU-FECHADO = "S"
                    DISPLAY "VENCIMENTO CAIRIA EM " W-NOVO-VENCTO
                       " (" DU-MOTIVO ")"
                    MOVE DU-PROXIMO TO W-NOVO-VENCTO
                 END-IF
                 MOVE W-NOVO-VENCTO TO FVENCTOVISTORIA
                 REWRITE VEHICLE-STRUCT
                 DISPLAY "NOVO VENCIMENTO DA VISTORIA: "
      * AGENDA DO DIA: POSICIONA DIRETO NA DATA PELA CHAVE
      * ALTERNATIVA AG-DATA E LE APENAS OS AGENDAMENTOS DO DIA -
      * O ARQUIVO GUARDA ANOS DE HISTORIA E A VARREDURA COMPLETA
      * DEIXAVA O BALCAO ESPERANDO TODA MANHA. COM O CADASTRO DE
      * POSTOS, MOSTRA UM POSTO (COM A CAPACIDADE DELE) OU TODOS.
       AGENDA-DO-DIA.
           DISPLAY "DATA DA AGENDA (AAAAMMDD) :-> "
           ACCEPT W-DATA-DIA
           MOVE ZEROS TO W-POSTO-FILTRO
           MOVE W-CAPACIDADE TO W-CAP-POSTO
           IF W-POSTO-BASE-OK = "S"
              DISPLAY "POSTO (0 = TODOS) :-> "
              ACCEPT W-POSTO-FILTRO
              IF W-POSTO-FILTRO NOT = ZEROS
                 MOVE W-POSTO-FILTRO TO W-POSTO-AG
                 PERFORM LE-POSTO
                 IF W-POSTO-OK = "N"
                    DISPLAY "POSTO NAO CADASTRADO"
                    GO TO AGENDA-DO-DIA-FIM
                 END-IF
              END-IF
           END-IF
           IF W-POSTO-FILTRO = ZEROS
              MOVE ZEROS TO W-CAP-PROPRIA
           END-IF
           MOVE W-DATA-DIA TO W-DATA-CAP
           PERFORM CAPACIDADE-NA-DATA
           MOVE ZEROS TO W-TOT-DIA
           MOVE W-DATA-DIA TO AG-DATA
           START AGENDA-FILE KEY IS = AG-DATA
                 DISPLAY "NENHUM AGENDAMENTO NESSA DATA"
                 GO TO AGENDA-DO-DIA-FIM
           END-START
           IF W-POSTO-FILTRO = ZEROS
              DISPLAY "AGENDA DE " W-DATA-DIA
           ELSE
              DISPLAY "AGENDA DE " W-DATA-DIA " - POSTO "
                 W-POSTO-FILTRO " " W-NOME-POSTO
           END-IF
           DISPLAY "-----------------------------------------"
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF AG-DATA = W-DATA-DIA
                       PERFORM POSTO-DO-REGISTRO
                       IF W-POSTO-FILTRO = ZEROS
                             OR W-POSTO-REG = W-POSTO-FILTRO
                          PERFORM MOSTRA-LINHA-AGENDA
                          ADD 1 TO W-TOT-DIA
                       END-IF
                    ELSE
                       MOVE "Y" TO EOF-SWITCH
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "-----------------------------------------"
           IF W-POSTO-FILTRO = ZEROS AND W-POSTO-BASE-OK = "S"
              DISPLAY "AGENDAMENTOS NO DIA: " W-TOT-DIA
                 " (TODOS OS POSTOS)"
           ELSE
              DISPLAY "AGENDAMENTOS NO DIA: " W-TOT-DIA
                 " (CAPACIDADE " W-CAP-POSTO ")"
           END-IF.
       AGENDA-DO-DIA-FIM.
           EXIT.

      * -----------------------------------
      * POSTO SUGERIDO PARA O AGENDAMENTO: O QUE ATENDE A CIDADE DO
      * CEP DO PROPRIETARIO (W-CEP-PROP), PELO POSTOCEP.
       SUGERE-POSTO.
           MOVE W-CEP-PROP TO PA-CEP.
           CALL "POSTOCEP" USING POSTO-ATEND.
           MOVE PA-CODIGO TO W-POSTO-AG.
           MOVE PA-NOME TO W-NOME-POSTO.
           EVALUATE PA-SITUACAO
              WHEN "C"
                 DISPLAY "POSTO QUE ATENDE A CIDADE DO PROPRIETARIO: "
                    PA-CODIGO " - " PA-NOME
              WHEN "U"
                 DISPLAY "POSTO QUE ATENDE A UF DO PROPRIETARIO: "
                    PA-CODIGO " - " PA-NOME
              WHEN "P"
                 DISPLAY "NENHUM POSTO ATENDE A CIDADE DO "
                    "PROPRIETARIO - SUGERIDO " PA-CODIGO " - "
                    PA-NOME
           END-EVALUATE.

      * -----------------------------------
      * POSTO DA VISTORIA: ENTER ACEITA O SUGERIDO EM W-POSTO-AG; O
      * DIGITADO TEM QUE EXISTIR E ESTAR ATIVO. DEIXA EM W-CAP-POSTO A
      * CAPACIDADE DIARIA DO POSTO. SEM CADASTRO DE POSTOS VALE O
      * POSTO 01 COM A CAPACIDADE DO CODIGO CP, SEM PERGUNTAR.
       ESCOLHE-POSTO.
           MOVE "N" TO W-POSTO-OK.
           IF W-POSTO-BASE-OK = "N"
              MOVE 1 TO W-POSTO-AG
              MOVE SPACES TO W-NOME-POSTO
              MOVE W-CAPACIDADE TO W-CAP-POSTO
              MOVE ZEROS TO W-CAP-PROPRIA
              MOVE "S" TO W-POSTO-OK
              GO TO ESCOLHE-POSTO-FIM
           END-IF.
           DISPLAY "POSTO DA VISTORIA (ENTER = " W-POSTO-AG " - "
              W-NOME-POSTO ") :-> ".
           MOVE ZEROS TO W-POSTO-DIG.
           ACCEPT W-POSTO-DIG.
           IF W-POSTO-DIG NOT = ZEROS
              MOVE W-POSTO-DIG TO W-POSTO-AG
           END-IF.
           PERFORM LE-POSTO.
           IF W-POSTO-OK = "N"
              DISPLAY "POSTO NAO CADASTRADO"
              GO TO ESCOLHE-POSTO-FIM
           END-IF.
           IF NOT PS-ATIVO
              DISPLAY "POSTO " PS-NOME " ESTA INATIVO"
              MOVE "N" TO W-POSTO-OK
              GO TO ESCOLHE-POSTO-FIM
           END-IF.
           DISPLAY "POSTO : " W-POSTO-AG " - " W-NOME-POSTO
              " (CAPACIDADE " W-CAP-POSTO ")".
       ESCOLHE-POSTO-FIM.
           EXIT.

      * -----------------------------------
      * LE EM POSTOS.DAT O POSTO W-POSTO-AG: NOME E CAPACIDADE DIARIA
      * (ZERO NO CADASTRO = CAPACIDADE DO CODIGO CP), GUARDADA TAMBEM
      * EM W-CAP-PROPRIA PARA A CAPACIDADE DE OUTRAS DATAS.
       LE-POSTO.
           MOVE "N" TO W-POSTO-OK.
           MOVE SPACES TO W-NOME-POSTO.
           MOVE W-CAPACIDADE TO W-CAP-POSTO.
           MOVE ZEROS TO W-CAP-PROPRIA.
           MOVE W-POSTO-AG TO PS-CODIGO.
           READ POSTO-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-POSTO-OK
                 MOVE PS-NOME TO W-NOME-POSTO
                 IF PS-CAPACIDADE NUMERIC AND PS-CAPACIDADE > ZEROS
                    MOVE PS-CAPACIDADE TO W-CAP-POSTO
                    MOVE PS-CAPACIDADE TO W-CAP-PROPRIA
                 END-IF
           END-READ.

      * -----------------------------------
      * POSTO DO AGENDAMENTO NA AREA DE REGISTRO; O ANTIGO, COM O
      * POSTO EM BRANCO, E DO POSTO 01.
       POSTO-DO-REGISTRO.
           IF AG-POSTO NUMERIC AND AG-POSTO > ZEROS
              MOVE AG-POSTO TO W-POSTO-REG
           ELSE
              MOVE 1 TO W-POSTO-REG
           END-IF.

      * -----------------------------------
      * NORMALIZA A PLACA DIGITADA EM W-PLACA-BRUTA: MAIUSCULAS E SO
      * LETRAS E DIGITOS, ENCOSTADOS A ESQUERDA EM W-PLACA-NORM.
       VALIDA-DATA-AG-FIM.
           EXIT.

      * -----------------------------------
      * CAPACIDADE DO POSTO W-POSTO-AG EM W-DATA-CAP: A DO CADASTRO
      * DO POSTO OU, SEM ELA, A DO CODIGO CP EM VIGOR NAQUELA DATA
      * (O CADPARAM PODE TER PROGRAMADO UMA VERSAO NOVA PARA UMA
      * DATA FUTURA). W-CAPACIDADE CONTINUA SENDO A DE HOJE.
       CAPACIDADE-NA-DATA.
           MOVE W-CAPACIDADE TO W-CAP-HOJE.
           MOVE "AGENDA" TO TP-DOMINIO.
           MOVE W-DATA-CAP TO TP-DATA-REF.
           CALL "TABPARAM" USING TAB-AGENDA.
           PERFORM CARREGA-CAPACIDADE.
           IF W-CAP-PROPRIA > ZEROS
              MOVE W-CAP-PROPRIA TO W-CAP-POSTO
           ELSE
              MOVE W-CAPACIDADE TO W-CAP-POSTO
           END-IF.
           MOVE W-CAP-HOJE TO W-CAPACIDADE.

      * -----------------------------------
      * CARREGA A CAPACIDADE DIARIA DO DOMINIO AGENDA (CODIGO CP).
       CARREGA-CAPACIDADE.
           MOVE ZEROS TO W-CAPACIDADE.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TP-QTD
              IF TP-CODIGO(IND) = "CP"
                    AND TP-DESC(IND)(1:2) NUMERIC
              MOVE 8 TO W-CAPACIDADE
           END-IF.

      * -----------------------------------
      * CARREGA AS TAXAS DO DOMINIO TAXAVIST (PV/RV/FT); CODIGO
      * AUSENTE OU VALOR NAO NUMERICO MANTEM O VALOR DE FABRICA.
       CARREGA-TAXAS.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TX-QTD
              IF TX-DESC(IND)(1:7) NUMERIC
                 MOVE TX-DESC(IND)(1:7) TO W-CENTAVOS
                 EVALUATE TX-CODIGO(IND)
                    WHEN "PV" MOVE W-CENTAVOS-V TO W-TAXA-PV
                    WHEN "RV" MOVE W-CENTAVOS-V TO W-TAXA-RV
                    WHEN "FT" MOVE W-CENTAVOS-V TO W-TAXA-FT
                 END-EVALUATE
              END-IF
           END-PERFORM.

      * -----------------------------------
      * TIPO DA TAXA DO NOVO AGENDAMENTO: REVISTORIA QUANDO O ULTIMO
      * AGENDAMENTO DA PLACA ANTES DESTA DATA FOI REPROVADO; SENAO,
      * PRIMEIRA VISTORIA.
       DEFINE-TIPO-TAXA.
           MOVE "PV" TO W-TIPO-TAXA.
           MOVE SPACES TO W-ULT-STATUS.
           MOVE "N" TO W-FIM-TIPO.
           MOVE W-PLACA TO AG-PLACA.
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
                    IF AG-PLACA NOT = W-PLACA
                          OR AG-DATA NOT < W-DATA-AG
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
      * LANCA EM AGCOBRA.DAT A TAXA DO AGENDAMENTO RECEM-GRAVADO.
       LANCA-COBRANCA.
           MOVE SPACES TO COBRA-REC.
           MOVE AG-PLACA TO CB-PLACA.
           MOVE AG-DATA TO CB-DATA.
           MOVE W-TIPO-TAXA TO CB-TIPO.
           PERFORM VALOR-DA-TAXA.
           MOVE W-VALOR-TAXA TO CB-VALOR.
           MOVE W-PROP-COBRANCA TO CB-PROPRIETARIO.
           ACCEPT CB-EMISSAO FROM DATE YYYYMMDD.
           MOVE "A" TO CB-STATUS.
           MOVE ZEROS TO CB-DATA-PAGTO CB-RECIBO.
           MOVE CB-VALOR TO W-VALOR-ED.
           WRITE COBRA-REC
              INVALID KEY
                 DISPLAY "JA EXISTE COBRANCA DESSA PLACA NESSA DATA"
              NOT INVALID KEY
                 DISPLAY "TAXA LANCADA: " CB-TIPO " - " W-VALOR-ED
           END-WRITE.

       VALOR-DA-TAXA.
           EVALUATE W-TIPO-TAXA
              WHEN "RV" MOVE W-TAXA-RV TO W-VALOR-TAXA
              WHEN "FT" MOVE W-TAXA-FT TO W-VALOR-TAXA
              WHEN OTHER MOVE W-TAXA-PV TO W-VALOR-TAXA
           END-EVALUATE.

      * -----------------------------------
      * FALTA: A TAXA EM ABERTO DO AGENDAMENTO VIRA MULTA DE FALTA
      * (A VISTORIA NAO FOI FEITA, NAO HA TAXA DE VISTORIA A COBRAR).
      * TAXA JA PAGA NAO E MEXIDA; AGENDAMENTO SEM COBRANCA (ANTERIOR
      * AO CONTAS A RECEBER) GANHA A MULTA AGORA.
       COBRA-FALTA.
           MOVE AG-PLACA TO CB-PLACA.
           MOVE AG-DATA TO CB-DATA.
           READ COBRA-FILE
              INVALID KEY
                 MOVE "FT" TO W-TIPO-TAXA
                 MOVE SPACES TO W-PROP-COBRANCA
                 PERFORM BUSCA-PROPRIETARIO
                 PERFORM LANCA-COBRANCA
                 GO TO COBRA-FALTA-FIM
           END-READ.
           IF CB-PAGA
              DISPLAY "TAXA JA PAGA (RECIBO " CB-RECIBO
                 ") - MULTA DE FALTA NAO LANCADA"
              GO TO COBRA-FALTA-FIM
           END-IF.
           MOVE "FT" TO W-TIPO-TAXA CB-TIPO.
           PERFORM VALOR-DA-TAXA.
           MOVE W-VALOR-TAXA TO CB-VALOR W-VALOR-ED.
           REWRITE COBRA-REC
              INVALID KEY
                 DISPLAY "ERRO AO REGRAVAR A COBRANCA"
              NOT INVALID KEY
                 DISPLAY "TAXA TROCADA POR MULTA DE FALTA: " W-VALOR-ED
           END-REWRITE.
       COBRA-FALTA-FIM.
           EXIT.

       BUSCA-PROPRIETARIO.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO = "00"
              MOVE AG-PLACA TO FPLACA
              READ VEHICLES-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FPROPRIETARIO TO W-PROP-COBRANCA
              END-READ
              CLOSE VEHICLES-FILE
           END-IF.

      * -----------------------------------
      * REMARCACAO: A COBRANCA ACOMPANHA O AGENDAMENTO PARA A NOVA
      * DATA (PAGA OU NAO), GRAVANDO NA CHAVE NOVA ANTES DE APAGAR A
      * ANTIGA, COMO NA PROPRIA AGENDA.
       MUDA-COBRANCA.
           MOVE W-PLACA TO CB-PLACA.
           MOVE W-DATA-ORIG TO CB-DATA.
           READ COBRA-FILE
              INVALID KEY
                 GO TO MUDA-COBRANCA-FIM
           END-READ.
           MOVE COBRA-REC TO W-CB-GUARDADO.
           MOVE W-DATA-AG TO CB-DATA.
           WRITE COBRA-REC
              INVALID KEY
                 DISPLAY "COBRANCA NAO ACOMPANHOU A REMARCACAO - "
                    "CONFIRA AGCOBRA.DAT"
                 GO TO MUDA-COBRANCA-FIM
           END-WRITE.
           MOVE W-CB-GUARDADO TO COBRA-REC.
           DELETE COBRA-FILE RECORD
              INVALID KEY
                 DISPLAY "ERRO AO REMOVER A COBRANCA ANTIGA"
           END-DELETE.
       MUDA-COBRANCA-FIM.
           EXIT.

      * -----------------------------------
      * PAGAMENTO NO BALCAO: LOCALIZA A COBRANCA PELA PLACA+DATA DO
      * AGENDAMENTO, CONFIRMA O RECEBIMENTO, NUMERA O RECIBO PELO
      * RECIBO.CTL E EMITE O RECIBO EM RECIBO.LST.
       RECEBE-PAGAMENTO.
           DISPLAY "PLACA DO VEICULO :-> "
           ACCEPT W-PLACA
           MOVE W-PLACA TO W-PLACA-BRUTA
           PERFORM NORMALIZA-PLACA
           MOVE W-PLACA-NORM TO W-PLACA
           DISPLAY "DATA DO AGENDAMENTO (AAAAMMDD) :-> "
           ACCEPT W-DATA-AG
           MOVE W-PLACA TO CB-PLACA
           MOVE W-DATA-AG TO CB-DATA
           READ COBRA-FILE
              INVALID KEY
                 DISPLAY "COBRANCA NAO ENCONTRADA"
                 GO TO RECEBE-PAGAMENTO-FIM
           END-READ
           IF CB-PAGA
              DISPLAY "COBRANCA JA PAGA EM " CB-DATA-PAGTO
                 " - RECIBO " CB-RECIBO
              GO TO RECEBE-PAGAMENTO-FIM
           END-IF
           MOVE CB-VALOR TO W-VALOR-ED
           DISPLAY "PROPRIETARIO : " CB-PROPRIETARIO
           DISPLAY "TAXA         : " CB-TIPO
           DISPLAY "VALOR        : " W-VALOR-ED
           DISPLAY "CONFIRMA O RECEBIMENTO (S/N) :-> "
           MOVE SPACES TO W-CONFIRMA
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              DISPLAY "PAGAMENTO NAO REGISTRADO"
              GO TO RECEBE-PAGAMENTO-FIM
           END-IF
           PERFORM PROXIMO-RECIBO
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "P" TO CB-STATUS
           MOVE W-DATA-HOJE TO CB-DATA-PAGTO
           MOVE W-NUM-RECIBO TO CB-RECIBO
           REWRITE COBRA-REC
              INVALID KEY
                 DISPLAY "ERRO AO REGISTRAR O PAGAMENTO"
                 GO TO RECEBE-PAGAMENTO-FIM
           END-REWRITE
           PERFORM EMITE-RECIBO
           DISPLAY "PAGAMENTO REGISTRADO - RECIBO " W-NUM-RECIBO
              " EMITIDO EM RECIBO.LST".
       RECEBE-PAGAMENTO-FIM.
           EXIT.

      * -----------------------------------
      * NUMERACAO SEQUENCIAL DOS RECIBOS: LE O ULTIMO NUMERO DO
      * RECIBO.CTL (SEM ARQUIVO, COMECA DO 1) E REGRAVA O NOVO.
       PROXIMO-RECIBO.
           MOVE ZEROS TO W-NUM-RECIBO.
           OPEN INPUT RECIBO-CTL.
           IF RC-STAT = "00"
              READ RECIBO-CTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RC-ULTIMO NUMERIC
                       MOVE RC-ULTIMO TO W-NUM-RECIBO
                    END-IF
              END-READ
              CLOSE RECIBO-CTL
           END-IF.
           ADD 1 TO W-NUM-RECIBO.
           OPEN OUTPUT RECIBO-CTL.
           MOVE W-NUM-RECIBO TO RC-ULTIMO.
           WRITE RECIBO-CTL-REC.
           CLOSE RECIBO-CTL.

       EMITE-RECIBO.
           OPEN OUTPUT RECIBO-FILE.
           WRITE RECIBO-LINHA FROM WS-CERT-SEPARA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "RECIBO DE PAGAMENTO NO. " W-NUM-RECIBO
              DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           WRITE RECIBO-LINHA FROM WS-CERT-SEPARA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "PROPRIET.: " CB-PROPRIETARIO
              DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "PLACA    : " CB-PLACA
              DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "VISTORIA : " CB-DATA
              DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           EVALUATE CB-TIPO
              WHEN "PV"
                 STRING "REFERENTE: TAXA DE PRIMEIRA VISTORIA"
                    DELIMITED BY SIZE INTO RECIBO-LINHA
              WHEN "RV"
                 STRING "REFERENTE: TAXA DE REVISTORIA"
                    DELIMITED BY SIZE INTO RECIBO-LINHA
              WHEN "FT"
                 STRING "REFERENTE: MULTA POR FALTA A VISTORIA"
                    DELIMITED BY SIZE INTO RECIBO-LINHA
              WHEN OTHER
                 STRING "REFERENTE: TAXA " CB-TIPO
                    DELIMITED BY SIZE INTO RECIBO-LINHA
           END-EVALUATE.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "VALOR    : " W-VALOR-ED
              DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           MOVE SPACES TO RECIBO-LINHA.
           STRING "PAGO EM  : " CB-DATA-PAGTO
              DELIMITED BY SIZE INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           WRITE RECIBO-LINHA FROM WS-CERT-SEPARA.
           CLOSE RECIBO-FILE.

      * -----------------------------------
       MOSTRA-AGENDAMENTO.
           PERFORM POSTO-DO-REGISTRO
           DISPLAY "PLACA      : " AG-PLACA
           DISPLAY "POSTO      : " W-POSTO-REG
           DISPLAY "DATA       : " AG-DATA
           DISPLAY "HORARIO    : " AG-HORARIO
           DISPLAY "SITUACAO   : " AG-STATUS
           DISPLAY "OBSERVACAO : " AG-OBSERVACAO.

       MOSTRA-LINHA-AGENDA.
           MOVE W-POSTO-REG TO WS-L-POSTO.
           MOVE AG-PLACA TO WS-L-PLACA.
           MOVE AG-HORARIO TO WS-L-HORARIO.
           EVALUATE TRUE
              DISPLAY "3 - AGENDA DO DIA"
              DISPLAY "5 - REMARCAR AGENDAMENTO"
              DISPLAY "6 - CERTIFICADO / NOTIFICACAO DE VISTORIA"
              DISPLAY "7 - PAGAMENTO DE TAXA / RECIBO"
              DISPLAY "4 - SAIR"
              DISPLAY "INSIRA OPCAO :-> "
              ACCEPT OPCAO
                 WHEN 6
                    PERFORM EMITE-CERTIFICADO
                       THRU EMITE-CERTIFICADO-FIM
                 WHEN 7
                    PERFORM RECEBE-PAGAMENTO
                       THRU RECEBE-PAGAMENTO-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE AGENDA-FILE LAUDO-FILE COBRA-FILE.
           IF W-INSP-BASE-OK = "S"
              CLOSE INSP-FILE
           END-IF.
           IF W-POSTO-BASE-OK = "S"
              CLOSE POSTO-FILE
           END-IF.
           GOBACK.
