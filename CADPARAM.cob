      * PROGRAMAS DE ENTRADA, QUE CARREGAM ESTES DOMINIOS VIA
      * TABPARAM. A PRIMEIRA CHAMADA AO TABPARAM GARANTE QUE O
      * ARQUIVO EXISTA COM A CARGA DE FABRICA.
      * NADA E REGRAVADO POR CIMA: CADA CODIGO TEM VERSOES COM INICIO
      * E FIM DE VIGENCIA (O FIM E O PRIMEIRO DIA EM QUE A VERSAO JA
      * NAO VALE; 99999999 = EM VIGOR). A ALTERACAO ENCERRA A VERSAO
      * ATUAL NA DATA INFORMADA E ABRE UMA NOVA A PARTIR DELA; SO NA
      * PROPRIA DATA DE INICIO A DESCRICAO E CORRIGIDA NA MESMA
      * VERSAO. A EXCLUSAO SO ENCERRA A VIGENCIA. DATA RETROATIVA NAO
      * E ACEITA, PARA O PASSADO NAO MUDAR NOS RELATORIOS. TODA
      * INCLUSAO, ALTERACAO E EXCLUSAO VAI PARA PARAM_HIST.DAT COM O
      * OPERADOR E AS IMAGENS ANTES/DEPOIS. A LISTAGEM MOSTRA AS
      * TABELAS COMO ESTAVAM (OU ESTARAO) EM QUALQUER DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PR-CHAVE
              FILE STATUS  IS PR-STAT.
           SELECT PARAM-HIST ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS  IS PH-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD PARAM-FILE
           05 PR-CHAVE.
               10 PR-DOMINIO PIC X(08).
               10 PR-CODIGO PIC X(02).
               10 PR-VIG-INICIO PIC 9(08).
           05 PR-DESCRICAO PIC X(15).
           05 PR-VIG-FIM PIC 9(08).
           05 FILLER PIC X(05).

      * HISTORICO DE MANUTENCAO: OPERACAO I=INCLUSAO A=ALTERACAO
      * E=EXCLUSAO (FIM DE VIGENCIA); NA INCLUSAO A IMAGEM ANTES VAI
      * EM BRANCO.
       FD PARAM-HIST
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "param_hist.dat".
       01 PARAM-HIST-REC.
           05 PH-DATA PIC 9(08).
           05 PH-HORA PIC 9(08).
           05 PH-OPERACAO PIC X(01).
           05 PH-DOMINIO PIC X(08).
           05 PH-CODIGO PIC X(02).
           05 PH-ANTES.
               10 PH-A-DESCRICAO PIC X(15).
               10 PH-A-VIG-INICIO PIC X(08).
               10 PH-A-VIG-FIM PIC X(08).
           05 PH-DEPOIS.
               10 PH-D-DESCRICAO PIC X(15).
               10 PH-D-VIG-INICIO PIC X(08).
               10 PH-D-VIG-FIM PIC X(08).
           05 PH-OPERADOR PIC X(20).

       WORKING-STORAGE SECTION.
       77 PR-STAT PIC X(02) VALUE "00".
       77 PH-STAT PIC X(02) VALUE "00".
       77 OPCAO PIC 9 VALUE ZEROS.
       77 EOF-SWITCH PIC X VALUE "N".
       77 W-DOMINIO PIC X(08) VALUE SPACES.
       77 W-CODIGO PIC X(02) VALUE SPACES.
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-TOTAL PIC 9(04) VALUE ZEROS.
       77 W-HOJE PIC 9(08) VALUE ZEROS.
       77 W-DATA-VIG PIC 9(08) VALUE ZEROS.
       77 W-DATA-REF PIC 9(08) VALUE ZEROS.
       77 W-NOVA-DESC PIC X(15) VALUE SPACES.
       77 W-ACHOU PIC X(01) VALUE "N".
       77 W-HIST-OPERACAO PIC X(01) VALUE SPACES.

      * ULTIMA VERSAO DO CODIGO (A DE INICIO MAIS RECENTE), ACHADA
      * PELO ACHA-ULTIMA-VERSAO; E A IMAGEM ANTES DO HISTORICO.
       01 W-ULTIMA-VERSAO.
           05 UV-CHAVE.
               10 UV-DOMINIO PIC X(08).
               10 UV-CODIGO PIC X(02).
               10 UV-VIG-INICIO PIC 9(08).
           05 UV-DESCRICAO PIC X(15).
           05 UV-VIG-FIM PIC 9(08).
           05 FILLER PIC X(05).

      * VALIDACAO DE CALENDARIO DA DATA DE VIGENCIA.
       77 W-DATA-OK PIC X(01) VALUE "N".
       01 W-DT-DATA.
           05 W-DT-ANO PIC 9(04).
           05 W-DT-MES PIC 9(02).
           05 W-DT-DIA PIC 9(02).
       77 W-DT-DIAS-MES PIC 9(02) VALUE ZEROS.
       77 W-DT-QUOC PIC 9(04) VALUE ZEROS.
       77 W-DT-RESTO PIC 9(04) VALUE ZEROS.
       77 W-DT-BISSEXTO PIC X(01) VALUE "N".

       01 TAB-DOMINIO.
           05 TD-DOMINIO PIC X(08).
           05 TD-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TD-QTD PIC 9(02).
           05 TD-ITEM OCCURS 20 TIMES.
               10 TD-CODIGO PIC X(02).
               10 TD-DESC PIC X(15).

       LINKAGE SECTION.
       01 SESSAO-OPERADOR.
           05 SES-CODIGO PIC 9(04).
           05 SES-NOME PIC X(20).
           05 SES-NIVEL PIC 9(01).
               88 SES-SUPERVISOR VALUE 9.

       PROCEDURE DIVISION USING SESSAO-OPERADOR.
       INICIO.
      * GARANTE A EXISTENCIA DO ARQUIVO COM A CARGA DE FABRICA.
           MOVE "MARCA" TO TD-DOMINIO.
           CALL "TABPARAM" USING TAB-DOMINIO.
           OPEN I-O PARAM-FILE.
      * STATUS 39 AQUI E PARAMS.DAT NO LAYOUT ANTIGO, SEM VIGENCIA:
      * RODAR O CNVPARM UMA VEZ.
           IF PR-STAT = "39"
              DISPLAY "*** PARAMS.DAT NO LAYOUT ANTIGO - RODAR O "
                 "CNVPARM ***"
              GOBACK
           END-IF.
           IF PR-STAT NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DE PARAMS.DAT ***"
              GOBACK
           END-IF
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           GO TO MENU-SCREEN.

      * -----------------------------------
      * CODIGO NOVO, OU DE VOLTA DEPOIS DE EXCLUIDO: A VIGENCIA TEM
      * QUE COMECAR DEPOIS DO FIM DA ULTIMA VERSAO.
       INCLUI-PARAM.
           DISPLAY "DOMINIO (MARCA/SITUACAO/TPAMIGO/GENERO/"
              "AGENDA/MOTREPRO) :-> "
           ACCEPT W-DOMINIO
           DISPLAY "CODIGO (ATE 2 POSICOES) :-> "
           ACCEPT W-CODIGO
           PERFORM ACHA-ULTIMA-VERSAO THRU ACHA-ULTIMA-VERSAO-FIM
           IF W-ACHOU = "S" AND UV-VIG-FIM = 99999999
              DISPLAY "CODIGO JA EXISTE NESSE DOMINIO (USE ALTERAR)"
              GO TO INCLUI-PARAM-FIM
           END-IF
           DISPLAY "DESCRICAO :-> "
           MOVE SPACES TO W-NOVA-DESC
           ACCEPT W-NOVA-DESC
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, ZERO = HOJE) :-> "
           PERFORM LE-DATA-VIGENCIA THRU LE-DATA-VIGENCIA-FIM
           IF W-DATA-OK = "N"
              GO TO INCLUI-PARAM-FIM
           END-IF
           IF W-ACHOU = "S" AND W-DATA-VIG < UV-VIG-FIM
              DISPLAY "VIGENCIA SOBREPOE A VERSAO ANTERIOR, "
                 "ENCERRADA EM " UV-VIG-FIM
              GO TO INCLUI-PARAM-FIM
           END-IF
           MOVE SPACES TO PARAM-REC
           MOVE W-DOMINIO TO PR-DOMINIO
           MOVE W-CODIGO TO PR-CODIGO
           MOVE W-DATA-VIG TO PR-VIG-INICIO
           MOVE W-NOVA-DESC TO PR-DESCRICAO
           MOVE 99999999 TO PR-VIG-FIM
           WRITE PARAM-REC
              INVALID KEY
                 DISPLAY "CODIGO JA EXISTE NESSE DOMINIO"
              NOT INVALID KEY
                 MOVE "I" TO W-HIST-OPERACAO
                 PERFORM GRAVA-HIST-PARAM
                 DISPLAY "PARAMETRO GRAVADO"
           END-WRITE.
       INCLUI-PARAM-FIM.
           EXIT.

      * -----------------------------------
      * NOVA VERSAO A PARTIR DA DATA INFORMADA; A ATUAL FICA COM O FIM
      * NESSA DATA. NA PROPRIA DATA DE INICIO DA VERSAO ATUAL (ERRO DE
      * DIGITACAO NO DIA) A DESCRICAO E CORRIGIDA NELA MESMA.
       ALTERA-PARAM.
           DISPLAY "DOMINIO :-> "
           ACCEPT W-DOMINIO
           DISPLAY "CODIGO :-> "
           ACCEPT W-CODIGO
           PERFORM ACHA-ULTIMA-VERSAO THRU ACHA-ULTIMA-VERSAO-FIM
           IF W-ACHOU = "N" OR UV-VIG-FIM NOT = 99999999
              DISPLAY "PARAMETRO NAO ENCONTRADO"
              GO TO ALTERA-PARAM-FIM
           END-IF
           DISPLAY "DESCRICAO ATUAL: " UV-DESCRICAO
              " VIGENTE DESDE " UV-VIG-INICIO
           DISPLAY "NOVA DESCRICAO :-> "
           MOVE SPACES TO W-NOVA-DESC
           ACCEPT W-NOVA-DESC
           DISPLAY "VALIDA A PARTIR DE (AAAAMMDD, ZERO = HOJE) :-> "
           PERFORM LE-DATA-VIGENCIA THRU LE-DATA-VIGENCIA-FIM
           IF W-DATA-OK = "N"
              GO TO ALTERA-PARAM-FIM
           END-IF
           IF W-DATA-VIG < UV-VIG-INICIO
              DISPLAY "DATA ANTERIOR AO INICIO DA VERSAO ATUAL ("
                 UV-VIG-INICIO ")"
              GO TO ALTERA-PARAM-FIM
           END-IF
           MOVE UV-CHAVE TO PR-CHAVE
           READ PARAM-FILE
              INVALID KEY
                 DISPLAY "PARAMETRO NAO ENCONTRADO"
                 GO TO ALTERA-PARAM-FIM
           END-READ
           IF W-DATA-VIG = UV-VIG-INICIO
              MOVE W-NOVA-DESC TO PR-DESCRICAO
              REWRITE PARAM-REC
           ELSE
              MOVE W-DATA-VIG TO PR-VIG-FIM
              REWRITE PARAM-REC
              MOVE W-DATA-VIG TO PR-VIG-INICIO
              MOVE W-NOVA-DESC TO PR-DESCRICAO
              MOVE 99999999 TO PR-VIG-FIM
              WRITE PARAM-REC
           END-IF
           MOVE "A" TO W-HIST-OPERACAO
           PERFORM GRAVA-HIST-PARAM
           DISPLAY "PARAMETRO ALTERADO".
       ALTERA-PARAM-FIM.
           EXIT.

      * -----------------------------------
      * A EXCLUSAO ENCERRA A VIGENCIA DA VERSAO ATUAL NA DATA
      * INFORMADA; O REGISTRO FICA NO ARQUIVO PARA AS DATAS PASSADAS.
       EXCLUI-PARAM.
           DISPLAY "DOMINIO :-> "
           ACCEPT W-DOMINIO
           DISPLAY "CODIGO :-> "
           ACCEPT W-CODIGO
           PERFORM ACHA-ULTIMA-VERSAO THRU ACHA-ULTIMA-VERSAO-FIM
           IF W-ACHOU = "N" OR UV-VIG-FIM NOT = 99999999
              DISPLAY "PARAMETRO NAO ENCONTRADO"
              GO TO EXCLUI-PARAM-FIM
           END-IF
           DISPLAY UV-DOMINIO " " UV-CODIGO " " UV-DESCRICAO
              " VIGENTE DESDE " UV-VIG-INICIO
           DISPLAY "DEIXA DE VALER EM (AAAAMMDD, ZERO = HOJE) :-> "
           PERFORM LE-DATA-VIGENCIA THRU LE-DATA-VIGENCIA-FIM
           IF W-DATA-OK = "N"
              GO TO EXCLUI-PARAM-FIM
           END-IF
           IF W-DATA-VIG < UV-VIG-INICIO
              DISPLAY "DATA ANTERIOR AO INICIO DA VERSAO ATUAL ("
                 UV-VIG-INICIO ")"
              GO TO EXCLUI-PARAM-FIM
           END-IF
           DISPLAY "CONFIRMA EXCLUSAO (S/N) :-> "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              DISPLAY "EXCLUSAO CANCELADA"
              GO TO EXCLUI-PARAM-FIM
           END-IF
           MOVE UV-CHAVE TO PR-CHAVE
           READ PARAM-FILE
              INVALID KEY
                 DISPLAY "PARAMETRO NAO ENCONTRADO"
                 GO TO EXCLUI-PARAM-FIM
           END-READ
           MOVE W-DATA-VIG TO PR-VIG-FIM
           REWRITE PARAM-REC
           MOVE "E" TO W-HIST-OPERACAO
           PERFORM GRAVA-HIST-PARAM
           DISPLAY "PARAMETRO EXCLUIDO A PARTIR DE " W-DATA-VIG.
       EXCLUI-PARAM-FIM.
           EXIT.

      * -----------------------------------
      * TABELAS COMO ESTAVAM EM VIGOR NA DATA DE REFERENCIA, COM A
      * VIGENCIA DE CADA VERSAO, PARA CONFERENCIA DA AUDITORIA.
       LISTA-PARAM.
           DISPLAY "DOMINIO (BRANCO = TODOS) :-> "
           MOVE SPACES TO W-DOMINIO
           ACCEPT W-DOMINIO
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE) :-> "
           MOVE ZEROS TO W-DATA-REF
           ACCEPT W-DATA-REF
           IF W-DATA-REF = ZEROS
              MOVE W-HOJE TO W-DATA-REF
           END-IF
           DISPLAY "PARAMETROS EM VIGOR EM " W-DATA-REF
           MOVE ZEROS TO W-TOTAL
           MOVE SPACES TO PR-CHAVE
           MOVE ZEROS TO PR-VIG-INICIO
           START PARAM-FILE KEY IS NOT LESS THAN PR-CHAVE
              INVALID KEY
                 DISPLAY "NENHUM PARAMETRO CADASTRADO"
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF (W-DOMINIO = SPACES
                          OR PR-DOMINIO = W-DOMINIO)
                          AND PR-VIG-INICIO <= W-DATA-REF
                          AND PR-VIG-FIM > W-DATA-REF
                       DISPLAY PR-DOMINIO " " PR-CODIGO " "
                          PR-DESCRICAO " DESDE " PR-VIG-INICIO
                          " ATE " PR-VIG-FIM
                       ADD 1 TO W-TOTAL
                    END-IF
              END-READ
       LISTA-PARAM-FIM.
           EXIT.

      * -----------------------------------
      * TRILHA DE PARAM_HIST.DAT: QUEM MUDOU O QUE E QUANDO, COM AS
      * IMAGENS ANTES E DEPOIS.
       LISTA-HISTORICO.
           DISPLAY "DOMINIO (BRANCO = TODOS) :-> "
           MOVE SPACES TO W-DOMINIO
           ACCEPT W-DOMINIO
           MOVE ZEROS TO W-TOTAL
           OPEN INPUT PARAM-HIST
           IF PH-STAT NOT = "00"
              DISPLAY "NENHUMA ALTERACAO REGISTRADA"
              GO TO LISTA-HISTORICO-FIM
           END-IF
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ PARAM-HIST
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF W-DOMINIO = SPACES OR PH-DOMINIO = W-DOMINIO
                       DISPLAY PH-DATA " " PH-HORA(1:4) " "
                          PH-OPERACAO " " PH-DOMINIO " " PH-CODIGO
                          " " PH-OPERADOR
                       DISPLAY "   ANTES : " PH-A-DESCRICAO " "
                          PH-A-VIG-INICIO " A " PH-A-VIG-FIM
                       DISPLAY "   DEPOIS: " PH-D-DESCRICAO " "
                          PH-D-VIG-INICIO " A " PH-D-VIG-FIM
                       ADD 1 TO W-TOTAL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARAM-HIST
           DISPLAY "ALTERACOES LISTADAS: " W-TOTAL.
       LISTA-HISTORICO-FIM.
           EXIT.

      * -----------------------------------
      * POSICIONA NO CODIGO W-DOMINIO/W-CODIGO E GUARDA EM
      * W-ULTIMA-VERSAO A VERSAO DE INICIO MAIS RECENTE (AS VERSOES
      * SAEM EM ORDEM DE INICIO, QUE E O FIM DA CHAVE).
       ACHA-ULTIMA-VERSAO.
           MOVE "N" TO W-ACHOU.
           MOVE SPACES TO W-ULTIMA-VERSAO.
           MOVE W-DOMINIO TO PR-DOMINIO.
           MOVE W-CODIGO TO PR-CODIGO.
           MOVE ZEROS TO PR-VIG-INICIO.
           START PARAM-FILE KEY IS NOT LESS THAN PR-CHAVE
              INVALID KEY
                 GO TO ACHA-ULTIMA-VERSAO-FIM
           END-START.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ PARAM-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF PR-DOMINIO = W-DOMINIO
                          AND PR-CODIGO = W-CODIGO
                       MOVE PARAM-REC TO W-ULTIMA-VERSAO
                       MOVE "S" TO W-ACHOU
                    ELSE
                       MOVE "Y" TO EOF-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
       ACHA-ULTIMA-VERSAO-FIM.
           EXIT.

      * -----------------------------------
      * LE A DATA DE VIGENCIA EM W-DATA-VIG (ZERO = HOJE). TEM QUE SER
      * DATA DE CALENDARIO E NAO PODE SER RETROATIVA.
       LE-DATA-VIGENCIA.
           MOVE "N" TO W-DATA-OK.
           MOVE ZEROS TO W-DATA-VIG.
           ACCEPT W-DATA-VIG.
           IF W-DATA-VIG = ZEROS
              MOVE W-HOJE TO W-DATA-VIG
           END-IF.
           MOVE W-DATA-VIG TO W-DT-DATA.
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM.
           IF W-DATA-OK = "N"
              DISPLAY "DATA INVALIDA"
              GO TO LE-DATA-VIGENCIA-FIM
           END-IF.
           IF W-DATA-VIG < W-HOJE
              MOVE "N" TO W-DATA-OK
              DISPLAY "VIGENCIA RETROATIVA NAO E ACEITA"
           END-IF.
       LE-DATA-VIGENCIA-FIM.
           EXIT.

      * -----------------------------------
      * ACRESCENTA NO FIM DE PARAM_HIST.DAT O EVENTO DE
      * W-HIST-OPERACAO COM A IMAGEM ANTES (W-ULTIMA-VERSAO, EM
      * BRANCO NA INCLUSAO) E A DEPOIS (PARAM-REC).
       GRAVA-HIST-PARAM.
           OPEN EXTEND PARAM-HIST.
           IF PH-STAT NOT = "00"
              OPEN OUTPUT PARAM-HIST
              CLOSE PARAM-HIST
              OPEN EXTEND PARAM-HIST
           END-IF.
           ACCEPT PH-DATA FROM DATE YYYYMMDD.
           ACCEPT PH-HORA FROM TIME.
           MOVE W-HIST-OPERACAO TO PH-OPERACAO.
           MOVE PR-DOMINIO TO PH-DOMINIO.
           MOVE PR-CODIGO TO PH-CODIGO.
           MOVE SPACES TO PH-ANTES.
           IF W-HIST-OPERACAO NOT = "I"
              MOVE UV-DESCRICAO TO PH-A-DESCRICAO
              MOVE UV-VIG-INICIO TO PH-A-VIG-INICIO
              MOVE UV-VIG-FIM TO PH-A-VIG-FIM
           END-IF.
           MOVE PR-DESCRICAO TO PH-D-DESCRICAO.
           MOVE PR-VIG-INICIO TO PH-D-VIG-INICIO.
           MOVE PR-VIG-FIM TO PH-D-VIG-FIM.
           MOVE SES-NOME TO PH-OPERADOR.
           WRITE PARAM-HIST-REC.
           CLOSE PARAM-HIST.

      * -----------------------------------
      * VALIDACAO DE CALENDARIO DE W-DT-DATA: ANO ENTRE 1900 E 2099,
      * MES 1-12 E DIA DENTRO DO MES, COM A REGRA GREGORIANA DE
      * BISSEXTO PARA FEVEREIRO.
       VALIDA-DATA.
           MOVE "N" TO W-DATA-OK.
           IF W-DT-ANO < 1900 OR W-DT-ANO > 2099
              GO TO VALIDA-DATA-FIM
           END-IF.
           IF W-DT-MES < 1 OR W-DT-MES > 12
              GO TO VALIDA-DATA-FIM
           END-IF.
           EVALUATE W-DT-MES
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO W-DT-DIAS-MES
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO W-DT-DIAS-MES
              WHEN 2
                 PERFORM VALIDA-DATA-BISSEXTO
                 IF W-DT-BISSEXTO = "S"
                    MOVE 29 TO W-DT-DIAS-MES
                 ELSE
                    MOVE 28 TO W-DT-DIAS-MES
                 END-IF
           END-EVALUATE.
           IF W-DT-DIA >= 1 AND W-DT-DIA <= W-DT-DIAS-MES
              MOVE "S" TO W-DATA-OK
           END-IF.
       VALIDA-DATA-FIM.
           EXIT.

       VALIDA-DATA-BISSEXTO.
           MOVE "N" TO W-DT-BISSEXTO.
           DIVIDE W-DT-ANO BY 4 GIVING W-DT-QUOC
               REMAINDER W-DT-RESTO.
           IF W-DT-RESTO = ZEROS
              MOVE "S" TO W-DT-BISSEXTO
              DIVIDE W-DT-ANO BY 100 GIVING W-DT-QUOC
                  REMAINDER W-DT-RESTO
              IF W-DT-RESTO = ZEROS
                 MOVE "N" TO W-DT-BISSEXTO
                 DIVIDE W-DT-ANO BY 400 GIVING W-DT-QUOC
                     REMAINDER W-DT-RESTO
                 IF W-DT-RESTO = ZEROS
                    MOVE "S" TO W-DT-BISSEXTO
                 END-IF
              END-IF
           END-IF.

       MENU-SCREEN.
           DISPLAY "TABELAS DE PARAMETROS DO SISTEMA"
           PERFORM UNTIL OPCAO = 6
              DISPLAY "OPCOES"
              DISPLAY "1 - INCLUIR"
              DISPLAY "2 - ALTERAR"
              DISPLAY "3 - EXCLUIR"
              DISPLAY "4 - LISTAR EM UMA DATA"
              DISPLAY "5 - HISTORICO DE ALTERACOES"
              DISPLAY "6 - SAIR"
              DISPLAY "INSIRA OPCAO :-> "
              ACCEPT OPCAO
              EVALUATE OPCAO
                 WHEN 1
                    PERFORM INCLUI-PARAM THRU INCLUI-PARAM-FIM
                 WHEN 2
                    PERFORM ALTERA-PARAM THRU ALTERA-PARAM-FIM
                 WHEN 3
                    PERFORM EXCLUI-PARAM THRU EXCLUI-PARAM-FIM
                 WHEN 4
                    PERFORM LISTA-PARAM THRU LISTA-PARAM-FIM
                 WHEN 5
                    PERFORM LISTA-HISTORICO THRU LISTA-HISTORICO-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE PARAM-FILE.
