       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFERIA.
      * MANUTENCAO DO CALENDARIO DE EXPEDIENTE DO BOX DE VISTORIA
      * (FERIADOS.DAT), CONSULTADO PELO DIAUTIL NO AGENDAMENTO, NA
      * REMARCACAO, NA SUGESTAO DE DIA LIVRE E NA ROLAGEM DO
      * VENCIMENTO. CADA DATA TEM A SITUACAO (F = FECHADO, A = ABERTO),
      * A ABRANGENCIA (N = NACIONAL, E = ESTADUAL, M = MUNICIPAL,
      * P = PONTO FACULTATIVO, X = EXPEDIENTE EXTRA), A DESCRICAO E
      * QUEM MEXEU POR ULTIMO. OS FERIADOS NACIONAIS SAO CARREGADOS
      * TODO ANO PELO CARGFER (ORIGEM C); OS ESTADUAIS E MUNICIPAIS
      * ENTRAM AQUI (ORIGEM M), COM A UF (ESTADUAL) OU A UF E A
      * CIDADE (MUNICIPAL, CONFERIDA PELO VALMUN COMO NAS AREAS DO
      * CADPOSTO): O DIAUTIL SO FECHA O POSTO CUJA AREA DE
      * ATENDIMENTO TEM ESSA UF OU CIDADE. A CHAVE E A DATA MAIS UF E
      * CIDADE, ENTAO UMA DATA PODE TER UM REGISTRO SEM UF (TODOS OS
      * POSTOS) E VARIOS REGIONAIS; NAS OPCOES 2 A 4, DATA COM MAIS
      * DE UM REGISTRO PEDE A LINHA. FERIADO DA CARGA NAO E EXCLUIDO - A
      * PROXIMA CARGA O TRARIA DE VOLTA -, E SIM ABERTO PELA OPCAO 3,
      * QUE TAMBEM ABRE UM DIA FECHADO DA SEMANA (MUTIRAO DE SABADO).
      * O FECHAMENTO FIXO DE FIM DE SEMANA NAO MORA AQUI: E O CODIGO
      * FS DO DOMINIO AGENDA, NO CADPARAM. SO O SUPERVISOR MANTEM O
      * CALENDARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIADO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS FE-CHAVE
              FILE STATUS  IS FE-STAT.
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
               88 FE-ABRANGENCIA-OK VALUE "N" "E" "M" "P" "X".
           05 FE-DESCRICAO PIC X(30).
           05 FE-OPERADOR PIC X(20).
           05 FE-DATA-ALT PIC 9(08).
           05 FE-ORIGEM PIC X(01).
               88 FE-DA-CARGA VALUE "C".
           05 FILLER PIC X(11).

       WORKING-STORAGE SECTION.
       77 FE-STAT PIC X(02) VALUE "00".
       77 OPCAO PIC 9 VALUE ZEROS.
       77 EOF-SWITCH PIC X VALUE "N".
       77 W-DATA PIC 9(08) VALUE ZEROS.
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-TOTAL PIC 9(04) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-ANO PIC 9(04) VALUE ZEROS.
       77 W-SITUACAO-ED PIC X(07) VALUE SPACES.
       77 W-LOCAL-ED PIC X(23) VALUE SPACES.

      * UF E CIDADE DO FERIADO REGIONAL E CONFERENCIA DA CIDADE NO
      * CADASTRO DE MUNICIPIOS.
       77 W-UF PIC X(02) VALUE SPACES.
       77 W-CIDADE PIC X(20) VALUE SPACES.
       77 W-LOCAL-OK PIC X(01) VALUE "N".
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

      * REGISTROS DA DATA DIGITADA, PARA ESCOLHA DA LINHA, E COPIAS
      * DO REGISTRO NA TROCA DE UF/CIDADE (TROCA DE CHAVE).
       77 W-ACHOU PIC X(01) VALUE "N".
       77 W-QTD-DIA PIC 9(02) VALUE ZEROS.
       77 W-ESCOLHA PIC 9(02) VALUE ZEROS.
       77 IND PIC 9(02) VALUE ZEROS.
       01 W-CHAVES-DIA.
           05 W-CHAVE-DIA PIC X(30) OCCURS 20 TIMES.
       01 W-FER-SALVO PIC X(102).
       01 W-FER-NOVO PIC X(102).

      * VALIDACAO DE CALENDARIO DA DATA DIGITADA, COMO A DA DATA DE
      * VISTORIA NO AGVISTO.
       77 W-DATA-OK PIC X(01) VALUE "N".
       01 W-DT-DATA.
           05 W-DT-ANO PIC 9(04).
           05 W-DT-MES PIC 9(02).
           05 W-DT-DIA PIC 9(02).
       77 W-DT-DIAS-MES PIC 9(02) VALUE ZEROS.
       77 W-BX-QUOC PIC 9(04) VALUE ZEROS.
       77 W-BX-RESTO PIC 9(04) VALUE ZEROS.
       77 W-BISSEXTO PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01 SESSAO-OPERADOR.
           05 SES-CODIGO PIC 9(04).
           05 SES-NOME PIC X(20).
           05 SES-NIVEL PIC 9(01).
               88 SES-SUPERVISOR VALUE 9.

       PROCEDURE DIVISION USING SESSAO-OPERADOR.
       INICIO.
           IF NOT SES-SUPERVISOR
              DISPLAY "APENAS SUPERVISOR PODE MANTER O CALENDARIO"
              GOBACK
           END-IF.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O FERIADO-FILE
           IF FE-STAT = "30" OR "35"
              OPEN OUTPUT FERIADO-FILE
              CLOSE FERIADO-FILE
              OPEN I-O FERIADO-FILE
              DISPLAY "*** ARQUIVO FERIADOS.DAT FOI CRIADO ***"
           END-IF.

       MENU-SCREEN.
           DISPLAY "CALENDARIO DE FERIADOS E EXPEDIENTE DO BOX"
           PERFORM UNTIL OPCAO = 6
              DISPLAY "OPCOES"
              DISPLAY "1 - INCLUIR FERIADO / DIA FECHADO"
              DISPLAY "2 - ALTERAR"
              DISPLAY "3 - ABRIR / FECHAR O BOX NO DIA"
              DISPLAY "4 - EXCLUIR"
              DISPLAY "5 - LISTAR ANO"
              DISPLAY "6 - SAIR"
              DISPLAY "INSIRA OPCAO :-> "
              ACCEPT OPCAO
              EVALUATE OPCAO
                 WHEN 1
                    PERFORM INCLUI-FERIADO THRU INCLUI-FERIADO-FIM
                 WHEN 2
                    PERFORM ALTERA-FERIADO THRU ALTERA-FERIADO-FIM
                 WHEN 3
                    PERFORM ABRE-FECHA-DIA THRU ABRE-FECHA-DIA-FIM
                 WHEN 4
                    PERFORM EXCLUI-FERIADO THRU EXCLUI-FERIADO-FIM
                 WHEN 5
                    PERFORM LISTA-FERIADOS THRU LISTA-FERIADOS-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE FERIADO-FILE.
           GOBACK.

      * -----------------------------------
      * PEDE A DATA E CONFERE O CALENDARIO; DATA RUIM VOLTA ZERADA.
       PEDE-DATA.
           DISPLAY "DATA (AAAAMMDD) :-> "
           ACCEPT W-DATA
           MOVE W-DATA TO W-DT-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK = "N"
              DISPLAY "DATA INVALIDA NO CALENDARIO"
              MOVE ZEROS TO W-DATA
           END-IF.

      * -----------------------------------
      * INCLUI UM DIA SEM EXPEDIENTE (FERIADO ESTADUAL, MUNICIPAL OU
      * PONTO FACULTATIVO ADOTADO PELO BOX).
       INCLUI-FERIADO.
           PERFORM PEDE-DATA
           IF W-DATA = ZEROS
              GO TO INCLUI-FERIADO-FIM
           END-IF
           MOVE SPACES TO FERIADO-REC
           MOVE W-DATA TO FE-DATA
           DISPLAY "ABRANGENCIA (N=NACIONAL E=ESTADUAL M=MUNICIPAL "
              "P=PONTO FACULTATIVO) :-> "
           ACCEPT FE-ABRANGENCIA
           IF NOT FE-ABRANGENCIA-OK OR FE-ABRANGENCIA = "X"
              DISPLAY "ABRANGENCIA INVALIDA"
              GO TO INCLUI-FERIADO-FIM
           END-IF
           PERFORM PEDE-LOCAL THRU PEDE-LOCAL-FIM
           IF W-LOCAL-OK = "N"
              GO TO INCLUI-FERIADO-FIM
           END-IF
           MOVE W-UF TO FE-UF
           MOVE W-CIDADE TO FE-CIDADE
           DISPLAY "DESCRICAO :-> "
           ACCEPT FE-DESCRICAO
           IF FE-DESCRICAO = SPACES
              DISPLAY "DESCRICAO NAO PODE FICAR VAZIA"
              GO TO INCLUI-FERIADO-FIM
           END-IF
           MOVE "F" TO FE-SITUACAO
           MOVE "M" TO FE-ORIGEM
           MOVE SES-NOME TO FE-OPERADOR
           MOVE W-DATA-HOJE TO FE-DATA-ALT
           WRITE FERIADO-REC
              INVALID KEY
                 DISPLAY "DATA JA ESTA NO CALENDARIO PARA ESSE LOCAL "
                    "- USE ALTERAR OU ABRIR / FECHAR"
              NOT INVALID KEY
                 DISPLAY "DIA FECHADO GRAVADO"
           END-WRITE.
       INCLUI-FERIADO-FIM.
           EXIT.

      * -----------------------------------
      * ALTERA DESCRICAO, ABRANGENCIA E UF/CIDADE. A SITUACAO SO MUDA
      * PELA OPCAO 3. UF/CIDADE FAZEM PARTE DA CHAVE: NA TROCA O
      * REGISTRO E EXCLUIDO E GRAVADO DE NOVO. FERIADO DA CARGA
      * NACIONAL CONTINUA VALENDO PARA TODOS OS POSTOS.
       ALTERA-FERIADO.
           PERFORM PEDE-DATA
           IF W-DATA = ZEROS
              GO TO ALTERA-FERIADO-FIM
           END-IF
           PERFORM ESCOLHE-REGISTRO THRU ESCOLHE-REGISTRO-FIM
           IF W-ACHOU = "N"
              GO TO ALTERA-FERIADO-FIM
           END-IF
           MOVE FERIADO-REC TO W-FER-SALVO
           PERFORM MOSTRA-FERIADO
           DISPLAY "NOVA ABRANGENCIA (N/E/M/P/X) :-> "
           ACCEPT FE-ABRANGENCIA
           IF NOT FE-ABRANGENCIA-OK
              DISPLAY "ABRANGENCIA INVALIDA"
              GO TO ALTERA-FERIADO-FIM
           END-IF
           PERFORM PEDE-LOCAL THRU PEDE-LOCAL-FIM
           IF W-LOCAL-OK = "N"
              GO TO ALTERA-FERIADO-FIM
           END-IF
           IF FE-DA-CARGA AND W-UF NOT = SPACES
              DISPLAY "FERIADO DA CARGA NACIONAL VALE PARA TODOS OS "
                 "POSTOS - NAO RECEBE UF NEM CIDADE"
              GO TO ALTERA-FERIADO-FIM
           END-IF
           DISPLAY "NOVA DESCRICAO :-> "
           ACCEPT FE-DESCRICAO
           IF FE-DESCRICAO = SPACES
              DISPLAY "DESCRICAO NAO PODE FICAR VAZIA"
              GO TO ALTERA-FERIADO-FIM
           END-IF
           MOVE SES-NOME TO FE-OPERADOR
           MOVE W-DATA-HOJE TO FE-DATA-ALT
           IF W-UF = FE-UF AND W-CIDADE = FE-CIDADE
              REWRITE FERIADO-REC
              DISPLAY "CALENDARIO ALTERADO"
              GO TO ALTERA-FERIADO-FIM
           END-IF
           MOVE W-UF TO FE-UF
           MOVE W-CIDADE TO FE-CIDADE
           MOVE FERIADO-REC TO W-FER-NOVO
           READ FERIADO-FILE
              NOT INVALID KEY
                 DISPLAY "DATA JA ESTA NO CALENDARIO PARA ESSE LOCAL"
                 GO TO ALTERA-FERIADO-FIM
           END-READ
           MOVE W-FER-SALVO TO FERIADO-REC
           DELETE FERIADO-FILE RECORD
              INVALID KEY
                 DISPLAY "ERRO AO ALTERAR"
                 GO TO ALTERA-FERIADO-FIM
           END-DELETE
           MOVE W-FER-NOVO TO FERIADO-REC
           WRITE FERIADO-REC
              INVALID KEY
                 DISPLAY "ERRO AO ALTERAR"
              NOT INVALID KEY
                 DISPLAY "CALENDARIO ALTERADO"
           END-WRITE.
       ALTERA-FERIADO-FIM.
           EXIT.

      * -----------------------------------
      * INVERTE A SITUACAO DE UM REGISTRO DO CALENDARIO. DATA FORA
      * DELE (DIA FECHADO SO PELO FIM DE SEMANA) ENTRA COMO EXPEDIENTE
      * EXTRA, ABERTA, PARA TODOS OS POSTOS.
       ABRE-FECHA-DIA.
           PERFORM PEDE-DATA
           IF W-DATA = ZEROS
              GO TO ABRE-FECHA-DIA-FIM
           END-IF
           PERFORM ESCOLHE-REGISTRO THRU ESCOLHE-REGISTRO-FIM
           IF W-QTD-DIA = ZEROS
              DISPLAY "DATA FORA DO CALENDARIO - ABRIR O BOX EM "
                 "EXPEDIENTE EXTRA (S/N) :-> "
              ACCEPT W-CONFIRMA
              IF W-CONFIRMA = "S" OR "s"
                 MOVE SPACES TO FERIADO-REC
                 MOVE W-DATA TO FE-DATA
                 MOVE "A" TO FE-SITUACAO
                 MOVE "X" TO FE-ABRANGENCIA
                 DISPLAY "DESCRICAO :-> "
                 ACCEPT FE-DESCRICAO
                 IF FE-DESCRICAO = SPACES
                    MOVE "EXPEDIENTE EXTRA" TO FE-DESCRICAO
                 END-IF
                 MOVE "M" TO FE-ORIGEM
                 MOVE SES-NOME TO FE-OPERADOR
                 MOVE W-DATA-HOJE TO FE-DATA-ALT
                 WRITE FERIADO-REC
                 DISPLAY "BOX ABERTO NO DIA"
              ELSE
                 DISPLAY "OPERACAO CANCELADA"
              END-IF
              GO TO ABRE-FECHA-DIA-FIM
           END-IF
           IF W-ACHOU = "N"
              GO TO ABRE-FECHA-DIA-FIM
           END-IF
           PERFORM MOSTRA-FERIADO
           IF FE-FECHADO
              DISPLAY "CONFIRMA ABRIR O BOX NO DIA (S/N) :-> "
           ELSE
              DISPLAY "CONFIRMA FECHAR O BOX NO DIA (S/N) :-> "
           END-IF
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA = "S" OR "s"
              IF FE-FECHADO
                 MOVE "A" TO FE-SITUACAO
                 DISPLAY "BOX ABERTO NO DIA"
              ELSE
                 MOVE "F" TO FE-SITUACAO
                 DISPLAY "BOX FECHADO NO DIA"
              END-IF
              MOVE SES-NOME TO FE-OPERADOR
              MOVE W-DATA-HOJE TO FE-DATA-ALT
              REWRITE FERIADO-REC
           ELSE
              DISPLAY "OPERACAO CANCELADA"
           END-IF.
       ABRE-FECHA-DIA-FIM.
           EXIT.

      * -----------------------------------
      * EXCLUI UMA DATA DIGITADA AQUI. FERIADO DA CARGA NACIONAL NAO
      * SAI: VOLTARIA NA PROXIMA CARGA DO CARGFER.
       EXCLUI-FERIADO.
           PERFORM PEDE-DATA
           IF W-DATA = ZEROS
              GO TO EXCLUI-FERIADO-FIM
           END-IF
           PERFORM ESCOLHE-REGISTRO THRU ESCOLHE-REGISTRO-FIM
           IF W-ACHOU = "N"
              GO TO EXCLUI-FERIADO-FIM
           END-IF
           PERFORM MOSTRA-FERIADO
           IF FE-DA-CARGA
              DISPLAY "FERIADO NACIONAL DA CARGA ANUAL NAO E "
                 "EXCLUIDO - PARA ATENDER NO DIA USE A OPCAO 3"
              GO TO EXCLUI-FERIADO-FIM
           END-IF
           DISPLAY "CONFIRMA EXCLUSAO (S/N) :-> "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA = "S" OR "s"
              DELETE FERIADO-FILE RECORD
                 INVALID KEY
                    DISPLAY "ERRO AO EXCLUIR"
                 NOT INVALID KEY
                    DISPLAY "DATA EXCLUIDA DO CALENDARIO"
              END-DELETE
           ELSE
              DISPLAY "OPERACAO CANCELADA"
           END-IF.
       EXCLUI-FERIADO-FIM.
           EXIT.

      * -----------------------------------
       MOSTRA-FERIADO.
           IF FE-FECHADO
              MOVE "FECHADO" TO W-SITUACAO-ED
           ELSE
              MOVE "ABERTO" TO W-SITUACAO-ED
           END-IF
           PERFORM EDITA-LOCAL
           DISPLAY "DATA        : " FE-DATA
           DISPLAY "LOCAL       : " W-LOCAL-ED
           DISPLAY "DESCRICAO   : " FE-DESCRICAO
           DISPLAY "ABRANGENCIA : " FE-ABRANGENCIA
              "   SITUACAO: " W-SITUACAO-ED
           DISPLAY "ALTERADO EM : " FE-DATA-ALT " POR " FE-OPERADOR.

      * -----------------------------------
      * UF/CIDADE DO REGISTRO PARA EXIBICAO: SEM UF VALE PARA TODOS
      * OS POSTOS.
       EDITA-LOCAL.
           MOVE SPACES TO W-LOCAL-ED
           IF FE-UF = SPACES
              MOVE "TODOS OS POSTOS" TO W-LOCAL-ED
           ELSE
              MOVE FE-UF TO W-LOCAL-ED(1:2)
              MOVE FE-CIDADE TO W-LOCAL-ED(4:20)
           END-IF.

      * -----------------------------------
      * UF E CIDADE DO FERIADO CONFORME A ABRANGENCIA EM
      * FE-ABRANGENCIA: ESTADUAL PEDE A UF, MUNICIPAL A UF E A
      * CIDADE; AS DEMAIS VALEM PARA TODOS OS POSTOS, SEM UF.
       PEDE-LOCAL.
           MOVE "N" TO W-LOCAL-OK.
           MOVE SPACES TO W-UF W-CIDADE.
           IF FE-ABRANGENCIA NOT = "E" AND FE-ABRANGENCIA NOT = "M"
              MOVE "S" TO W-LOCAL-OK
              GO TO PEDE-LOCAL-FIM
           END-IF.
           DISPLAY "UF DO FERIADO :-> ".
           ACCEPT W-UF.
           INSPECT W-UF CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF W-UF = SPACES
              DISPLAY "FERIADO ESTADUAL OU MUNICIPAL EXIGE A UF"
              GO TO PEDE-LOCAL-FIM
           END-IF.
           IF FE-ABRANGENCIA = "E"
              MOVE "S" TO W-LOCAL-OK
              GO TO PEDE-LOCAL-FIM
           END-IF.
           DISPLAY "CIDADE DO FERIADO :-> ".
           ACCEPT W-CIDADE.
           IF W-CIDADE = SPACES
              DISPLAY "FERIADO MUNICIPAL EXIGE A CIDADE"
              GO TO PEDE-LOCAL-FIM
           END-IF.
           MOVE W-UF TO MV-UF.
           MOVE W-CIDADE TO MV-CIDADE.
           CALL "VALMUN" USING MUN-VALIDACAO.
           EVALUATE MV-OK
              WHEN "S"
                 MOVE MV-NOME TO W-CIDADE
              WHEN "N"
                 DISPLAY "CIDADE NAO ENCONTRADA NA UF " W-UF
                 GO TO PEDE-LOCAL-FIM
              WHEN OTHER
                 INSPECT W-CIDADE CONVERTING
                    "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-EVALUATE.
           MOVE "S" TO W-LOCAL-OK.
       PEDE-LOCAL-FIM.
           EXIT.

      * -----------------------------------
      * REGISTROS DE W-DATA NO CALENDARIO (ATE 20): COM UM SO ELE JA
      * FICA LIDO; COM MAIS DE UM, LISTA E PEDE A LINHA. W-QTD-DIA
      * DIZ QUANTOS HA E W-ACHOU SE UM FICOU LIDO.
       ESCOLHE-REGISTRO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-QTD-DIA
           MOVE W-DATA TO FE-DATA
           MOVE SPACES TO FE-UF FE-CIDADE
           START FERIADO-FILE KEY IS NOT LESS THAN FE-CHAVE
              INVALID KEY
                 DISPLAY "DATA NAO ESTA NO CALENDARIO"
                 GO TO ESCOLHE-REGISTRO-FIM
           END-START
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ FERIADO-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF FE-DATA NOT = W-DATA OR W-QTD-DIA >= 20
                       MOVE "Y" TO EOF-SWITCH
                    ELSE
                       ADD 1 TO W-QTD-DIA
                       MOVE FE-CHAVE TO W-CHAVE-DIA(W-QTD-DIA)
                       PERFORM EDITA-LOCAL
                       IF W-QTD-DIA = 1
                          DISPLAY "REGISTROS DA DATA:"
                       END-IF
                       DISPLAY W-QTD-DIA " - " W-LOCAL-ED " "
                          FE-DESCRICAO
                    END-IF
              END-READ
           END-PERFORM
           IF W-QTD-DIA = ZEROS
              DISPLAY "DATA NAO ESTA NO CALENDARIO"
              GO TO ESCOLHE-REGISTRO-FIM
           END-IF
           MOVE 1 TO W-ESCOLHA
           IF W-QTD-DIA > 1
              DISPLAY "LINHA DO REGISTRO :-> "
              ACCEPT W-ESCOLHA
              IF W-ESCOLHA < 1 OR W-ESCOLHA > W-QTD-DIA
                 DISPLAY "LINHA INVALIDA"
                 GO TO ESCOLHE-REGISTRO-FIM
              END-IF
           END-IF
           MOVE W-CHAVE-DIA(W-ESCOLHA) TO FE-CHAVE
           READ FERIADO-FILE
              INVALID KEY
                 DISPLAY "DATA NAO ESTA NO CALENDARIO"
                 GO TO ESCOLHE-REGISTRO-FIM
           END-READ
           MOVE "S" TO W-ACHOU.
       ESCOLHE-REGISTRO-FIM.
           EXIT.

      * -----------------------------------
      * LISTA AS DATAS DE UM ANO DO CALENDARIO, NA ORDEM DA CHAVE.
       LISTA-FERIADOS.
           DISPLAY "ANO (AAAA) :-> "
           ACCEPT W-ANO
           COMPUTE FE-DATA = W-ANO * 10000
           MOVE SPACES TO FE-UF FE-CIDADE
           START FERIADO-FILE KEY IS NOT LESS THAN FE-CHAVE
              INVALID KEY
                 DISPLAY "NENHUMA DATA NO CALENDARIO"
                 GO TO LISTA-FERIADOS-FIM
           END-START
           MOVE ZEROS TO W-TOTAL
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ FERIADO-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    MOVE FE-DATA TO W-DT-DATA
                    IF W-DT-ANO NOT = W-ANO
                       MOVE "Y" TO EOF-SWITCH
                    ELSE
                       IF FE-FECHADO
                          MOVE "FECHADO" TO W-SITUACAO-ED
                       ELSE
                          MOVE "ABERTO" TO W-SITUACAO-ED
                       END-IF
                       PERFORM EDITA-LOCAL
                       DISPLAY FE-DATA " " FE-ABRANGENCIA " "
                          W-SITUACAO-ED " " W-LOCAL-ED " "
                          FE-DESCRICAO
                       ADD 1 TO W-TOTAL
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "TOTAL DE DATAS NO ANO: " W-TOTAL.
       LISTA-FERIADOS-FIM.
           EXIT.

      * -----------------------------------
      * VALIDACAO DE CALENDARIO DE W-DT-DATA: ANO ENTRE 1900 E 2099,
      * MES 1-12 E DIA DENTRO DO MES, COM A REGRA DE BISSEXTO.
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
                 PERFORM VERIFICA-BISSEXTO
                 IF W-BISSEXTO = "S"
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

       VERIFICA-BISSEXTO.
           MOVE "N" TO W-BISSEXTO.
           DIVIDE W-DT-ANO BY 4 GIVING W-BX-QUOC
               REMAINDER W-BX-RESTO.
           IF W-BX-RESTO = ZEROS
              MOVE "S" TO W-BISSEXTO
              DIVIDE W-DT-ANO BY 100 GIVING W-BX-QUOC
                  REMAINDER W-BX-RESTO
              IF W-BX-RESTO = ZEROS
                 MOVE "N" TO W-BISSEXTO
                 DIVIDE W-DT-ANO BY 400 GIVING W-BX-QUOC
                     REMAINDER W-BX-RESTO
                 IF W-BX-RESTO = ZEROS
                    MOVE "S" TO W-BISSEXTO
                 END-IF
              END-IF
           END-IF.
