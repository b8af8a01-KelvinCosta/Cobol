       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPOSTO.
      * MANUTENCAO DO CADASTRO DE POSTOS DE VISTORIA (POSTOS.DAT):
      * CODIGO, NOME, ENDERECO (CEP VALIDADO EM CEPS.DAT, SEM
      * CANCELADO, E NUMERO), CAPACIDADE DIARIA, AREAS ATENDIDAS E
      * SITUACAO (A = ATIVO, I = INATIVO). CADA AREA E UMA UF COM
      * UMA CIDADE (CONFERIDA NO CADASTRO DE MUNICIPIOS PELO VALMUN
      * E GRAVADA NA GRAFIA DE CEPS.DAT) OU A UF INTEIRA, COM A
      * CIDADE EM BRANCO. O AGVISTO SUGERE NO AGENDAMENTO, E O
      * NOTIVIST PROPOE NA CARTA, O POSTO QUE ATENDE A CIDADE DO
      * CEP DO PROPRIETARIO (POSTOCEP). CAPACIDADE ZERO SEGUE A
      * CAPACIDADE PADRAO DO CODIGO CP DO DOMINIO AGENDA.
      * O POSTO 01 E O BOX ORIGINAL: AGENDAMENTOS E LAUDOS DE ANTES
      * DO CADASTRO DE POSTOS, COM O POSTO EM BRANCO, CONTAM PARA
      * ELE. POSTO QUE FECHA NAO E EXCLUIDO, E INATIVADO: A AGENDA
      * E OS LAUDOS ANTIGOS CONTINUAM APONTANDO PARA O CODIGO DELE.
      * SO O SUPERVISOR MANTEM O CADASTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTO-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PS-CODIGO
              FILE STATUS  IS PS-STAT.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-BAIRRO WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
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
               88 PS-INATIVO VALUE "I".
           05 PS-QTD-AREAS PIC 9(02).
           05 PS-AREA OCCURS 10 TIMES.
               10 PS-AREA-UF PIC X(02).
               10 PS-AREA-CIDADE PIC X(20).
           05 FILLER PIC X(19).

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

       WORKING-STORAGE SECTION.
       77 PS-STAT PIC X(02) VALUE "00".
       77 FS-STAT PIC X(02) VALUE "00".
       77 OPCAO PIC 9 VALUE ZEROS.
       77 EOF-SWITCH PIC X VALUE "N".
       77 W-CODIGO PIC 9(02) VALUE ZEROS.
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-TOTAL PIC 9(04) VALUE ZEROS.
       77 W-CEP-OK PIC X(01) VALUE "N".
       77 W-AREAS-OK PIC X(01) VALUE "N".
       77 W-FIM-AREAS PIC X(01) VALUE "N".
       77 W-AVISO PIC X(20) VALUE SPACES.
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-UF PIC X(02) VALUE SPACES.
       77 W-CIDADE PIC X(20) VALUE SPACES.

      * CONFERENCIA DA CIDADE DE UMA AREA NO CADASTRO DE MUNICIPIOS.
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

       01 WS-LINHA-AREA.
           05 FILLER PIC X(10) VALUE "   ATENDE ".
           05 WS-A-UF PIC X(02).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-A-CIDADE PIC X(20).

       LINKAGE SECTION.
       01 SESSAO-OPERADOR.
           05 SES-CODIGO PIC 9(04).
           05 SES-NOME PIC X(20).
           05 SES-NIVEL PIC 9(01).
               88 SES-SUPERVISOR VALUE 9.

       PROCEDURE DIVISION USING SESSAO-OPERADOR.
       INICIO.
           IF NOT SES-SUPERVISOR
              DISPLAY "APENAS SUPERVISOR PODE MANTER POSTOS"
              GOBACK
           END-IF.
           OPEN I-O POSTO-FILE
           IF PS-STAT = "30" OR "35"
              OPEN OUTPUT POSTO-FILE
              CLOSE POSTO-FILE
              OPEN I-O POSTO-FILE
              DISPLAY "*** ARQUIVO POSTOS.DAT FOI CRIADO ***"
           END-IF.

       MENU-SCREEN.
           DISPLAY "CADASTRO DE POSTOS DE VISTORIA"
           PERFORM UNTIL OPCAO = 5
              DISPLAY "OPCOES"
              DISPLAY "1 - INCLUIR"
              DISPLAY "2 - ALTERAR"
              DISPLAY "3 - INATIVAR / REATIVAR"
              DISPLAY "4 - LISTAR"
              DISPLAY "5 - SAIR"
              DISPLAY "INSIRA OPCAO :-> "
              ACCEPT OPCAO
              EVALUATE OPCAO
                 WHEN 1
                    PERFORM INCLUI-POSTO THRU INCLUI-POSTO-FIM
                 WHEN 2
                    PERFORM ALTERA-POSTO THRU ALTERA-POSTO-FIM
                 WHEN 3
                    PERFORM SITUACAO-POSTO
                 WHEN 4
                    PERFORM LISTA-POSTOS THRU LISTA-POSTOS-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE POSTO-FILE.
           GOBACK.

      * -----------------------------------
       INCLUI-POSTO.
           MOVE SPACES TO POSTO-REC
           DISPLAY "CODIGO DO POSTO (99) :-> "
           ACCEPT PS-CODIGO
           IF PS-CODIGO = ZEROS
              DISPLAY "CODIGO ZERO NAO E PERMITIDO"
              GO TO INCLUI-POSTO-FIM
           END-IF
           PERFORM PEDE-DADOS THRU PEDE-DADOS-FIM
           IF W-AREAS-OK = "N"
              GO TO INCLUI-POSTO-FIM
           END-IF
           MOVE "A" TO PS-SITUACAO
           WRITE POSTO-REC
              INVALID KEY
                 DISPLAY "CODIGO JA CADASTRADO"
              NOT INVALID KEY
                 DISPLAY "POSTO GRAVADO"
           END-WRITE.
       INCLUI-POSTO-FIM.
           EXIT.

      * -----------------------------------
      * ALTERA TODOS OS DADOS DO POSTO; AS AREAS ATENDIDAS SAO
      * DIGITADAS DE NOVO. A SITUACAO SO MUDA PELA OPCAO 3.
       ALTERA-POSTO.
           DISPLAY "CODIGO DO POSTO A ALTERAR :-> "
           ACCEPT W-CODIGO
           MOVE W-CODIGO TO PS-CODIGO
           READ POSTO-FILE
              INVALID KEY
                 DISPLAY "POSTO NAO ENCONTRADO"
                 GO TO ALTERA-POSTO-FIM
           END-READ
           PERFORM MOSTRA-POSTO
           PERFORM PEDE-DADOS THRU PEDE-DADOS-FIM
           IF W-AREAS-OK = "N"
              GO TO ALTERA-POSTO-FIM
           END-IF
           REWRITE POSTO-REC
           DISPLAY "POSTO ALTERADO".
       ALTERA-POSTO-FIM.
           EXIT.

      * -----------------------------------
      * NOME, ENDERECO, CAPACIDADE E AREAS ATENDIDAS. QUALQUER DADO
      * RECUSADO DEIXA W-AREAS-OK EM "N" E NADA E GRAVADO.
       PEDE-DADOS.
           MOVE "N" TO W-AREAS-OK.
           DISPLAY "NOME :-> ".
           ACCEPT PS-NOME.
           IF PS-NOME = SPACES
              DISPLAY "NOME NAO PODE FICAR VAZIO"
              GO TO PEDE-DADOS-FIM
           END-IF.
           DISPLAY "CEP DO ENDERECO DO POSTO :-> ".
           ACCEPT PS-CEP.
           PERFORM VALIDA-CEP THRU VALIDA-CEP-FIM.
           IF W-CEP-OK = "N"
              GO TO PEDE-DADOS-FIM
           END-IF.
           DISPLAY "NUMERO :-> ".
           ACCEPT PS-NUMERO.
           DISPLAY "CAPACIDADE DIARIA (0 = PADRAO DA AGENDA) :-> ".
           ACCEPT PS-CAPACIDADE.
           PERFORM PEDE-AREAS THRU PEDE-AREAS-FIM.
           IF PS-QTD-AREAS = ZEROS
              DISPLAY "O POSTO PRECISA ATENDER PELO MENOS UMA UF"
              GO TO PEDE-DADOS-FIM
           END-IF.
           MOVE "S" TO W-AREAS-OK.
       PEDE-DADOS-FIM.
           EXIT.

      * -----------------------------------
      * ATE 10 AREAS; UF EM BRANCO ENCERRA. CIDADE EM BRANCO ATENDE
      * A UF INTEIRA; CIDADE QUE NAO EXISTE NA UF E RECUSADA E
      * PEDIDA DE NOVO (SEM O CADASTRO DE MUNICIPIOS CARREGADO, VALE
      * COMO DIGITADA, EM MAIUSCULAS).
       PEDE-AREAS.
           MOVE ZEROS TO PS-QTD-AREAS.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 10
              MOVE SPACES TO PS-AREA-UF(IND) PS-AREA-CIDADE(IND)
           END-PERFORM.
           MOVE "N" TO W-FIM-AREAS.
           PERFORM UNTIL W-FIM-AREAS = "S" OR PS-QTD-AREAS >= 10
              PERFORM PEDE-UMA-AREA THRU PEDE-UMA-AREA-FIM
           END-PERFORM.
       PEDE-AREAS-FIM.
           EXIT.

       PEDE-UMA-AREA.
           COMPUTE IND = PS-QTD-AREAS + 1.
           DISPLAY "UF ATENDIDA " IND " (BRANCO = ENCERRA) :-> ".
           MOVE SPACES TO W-UF.
           ACCEPT W-UF.
           IF W-UF = SPACES
              MOVE "S" TO W-FIM-AREAS
              GO TO PEDE-UMA-AREA-FIM
           END-IF.
           INSPECT W-UF CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "CIDADE (BRANCO = UF INTEIRA) :-> ".
           MOVE SPACES TO W-CIDADE.
           ACCEPT W-CIDADE.
           IF W-CIDADE NOT = SPACES
              MOVE W-UF TO MV-UF
              MOVE W-CIDADE TO MV-CIDADE
              CALL "VALMUN" USING MUN-VALIDACAO
              EVALUATE MV-OK
                 WHEN "S"
                    MOVE MV-NOME TO W-CIDADE
                 WHEN "N"
                    DISPLAY "CIDADE NAO ENCONTRADA NA UF " W-UF
                    GO TO PEDE-UMA-AREA-FIM
                 WHEN OTHER
                    INSPECT W-CIDADE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              END-EVALUATE
           END-IF.
           ADD 1 TO PS-QTD-AREAS.
           MOVE W-UF TO PS-AREA-UF(PS-QTD-AREAS).
           MOVE W-CIDADE TO PS-AREA-CIDADE(PS-QTD-AREAS).
       PEDE-UMA-AREA-FIM.
           EXIT.

      * -----------------------------------
      * VALIDA PS-CEP CONTRA CEPS.DAT, COMO O VALIDA-CEP DO CADPROP:
      * REJEITA CEP INEXISTENTE E CEP CANCELADO; SEM A BASE DE CEPS
      * ACEITA O CEP COMO DIGITADO.
       VALIDA-CEP.
           MOVE "N" TO W-CEP-OK.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = "00"
              MOVE "S" TO W-CEP-OK
              GO TO VALIDA-CEP-FIM
           END-IF.
           MOVE PS-CEP TO FS-CEP.
           READ CEP-FILE
              INVALID KEY
                 DISPLAY "CEP NAO CADASTRADO NA BASE DE CEPS"
              NOT INVALID KEY
                 IF CEP-CANCELADO
                    DISPLAY "CEP CANCELADO NAO PODE SER USADO"
                 ELSE
                    DISPLAY "ENDERECO: " FS-LOGRADOURO
                    DISPLAY "          " FS-CIDADE " - " FS-UF
                    MOVE "S" TO W-CEP-OK
                 END-IF
           END-READ.
           CLOSE CEP-FILE.
       VALIDA-CEP-FIM.
           EXIT.

      * -----------------------------------
       SITUACAO-POSTO.
           DISPLAY "CODIGO DO POSTO :-> "
           ACCEPT W-CODIGO
           MOVE W-CODIGO TO PS-CODIGO
           READ POSTO-FILE
              INVALID KEY
                 DISPLAY "POSTO NAO ENCONTRADO"
              NOT INVALID KEY
                 DISPLAY "NOME : " PS-NOME
                 IF PS-ATIVO
                    DISPLAY "CONFIRMA INATIVACAO (S/N) :-> "
                 ELSE
                    DISPLAY "CONFIRMA REATIVACAO (S/N) :-> "
                 END-IF
                 ACCEPT W-CONFIRMA
                 IF W-CONFIRMA = "S" OR "s"
                    IF PS-ATIVO
                       MOVE "I" TO PS-SITUACAO
                       DISPLAY "POSTO INATIVADO"
                    ELSE
                       MOVE "A" TO PS-SITUACAO
                       DISPLAY "POSTO REATIVADO"
                    END-IF
                    REWRITE POSTO-REC
                 ELSE
                    DISPLAY "OPERACAO CANCELADA"
                 END-IF
           END-READ.

      * -----------------------------------
      * LISTA TODOS OS POSTOS COM AS AREAS ATENDIDAS, MARCANDO OS
      * INATIVOS.
       LISTA-POSTOS.
           MOVE ZEROS TO PS-CODIGO.
           START POSTO-FILE KEY IS NOT LESS THAN PS-CODIGO
              INVALID KEY
                 DISPLAY "NENHUM POSTO CADASTRADO"
                 GO TO LISTA-POSTOS-FIM
           END-START
           MOVE ZEROS TO W-TOTAL
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ POSTO-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    PERFORM MOSTRA-POSTO
                    ADD 1 TO W-TOTAL
              END-READ
           END-PERFORM
           DISPLAY "TOTAL DE POSTOS: " W-TOTAL.
       LISTA-POSTOS-FIM.
           EXIT.

       MOSTRA-POSTO.
           MOVE SPACES TO W-AVISO
           IF PS-INATIVO
              MOVE "*INATIVO*" TO W-AVISO
           END-IF
           DISPLAY PS-CODIGO " " PS-NOME " CEP " PS-CEP " NO. "
              PS-NUMERO " CAPACIDADE " PS-CAPACIDADE " " W-AVISO
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > PS-QTD-AREAS OR IND > 10
              MOVE PS-AREA-UF(IND) TO WS-A-UF
              IF PS-AREA-CIDADE(IND) = SPACES
                 MOVE "(UF INTEIRA)" TO WS-A-CIDADE
              ELSE
                 MOVE PS-AREA-CIDADE(IND) TO WS-A-CIDADE
              END-IF
              DISPLAY WS-LINHA-AREA
           END-PERFORM.
