       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADINSP.
      * MANUTENCAO DO CADASTRO DE INSPETORES DE VISTORIA
      * (INSPETOR.DAT): CODIGO, NOME, NUMERO E VALIDADE DA
      * CERTIFICACAO E SITUACAO (A = ATIVO, I = INATIVO). O AGVISTO
      * SO ACEITA LAUDO DE INSPETOR ATIVO COM A CERTIFICACAO VALIDA
      * NA DATA DA VISTORIA, E GRAVA NO LAUDO O CODIGO E O NOME DO
      * CADASTRO - ACABOU O MESMO INSPETOR ESCRITO DE TRES JEITOS.
      * INSPETOR QUE SAI NAO E EXCLUIDO, E INATIVADO: OS LAUDOS
      * ANTIGOS CONTINUAM APONTANDO PARA O CODIGO DELE E O RELINSP
      * AINDA PRECISA DO NOME. SO O SUPERVISOR MANTEM O CADASTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSP-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS IN-CODIGO
              FILE STATUS  IS IN-STAT.
       DATA DIVISION.
       FILE SECTION.
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
               88 IN-INATIVO VALUE "I".
           05 FILLER PIC X(12).

       WORKING-STORAGE SECTION.
       77 IN-STAT PIC X(02) VALUE "00".
       77 OPCAO PIC 9 VALUE ZEROS.
       77 EOF-SWITCH PIC X VALUE "N".
       77 W-CODIGO PIC 9(04) VALUE ZEROS.
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-TOTAL PIC 9(04) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-AVISO PIC X(20) VALUE SPACES.

      * VALIDACAO DE CALENDARIO DA VALIDADE DA CERTIFICACAO, COMO A
      * DA DATA DE VISTORIA NO AGVISTO.
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
              DISPLAY "APENAS SUPERVISOR PODE MANTER INSPETORES"
              GOBACK
           END-IF.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O INSP-FILE
           IF IN-STAT = "30" OR "35"
              OPEN OUTPUT INSP-FILE
              CLOSE INSP-FILE
              OPEN I-O INSP-FILE
              DISPLAY "*** ARQUIVO INSPETOR.DAT FOI CRIADO ***"
           END-IF.

       MENU-SCREEN.
           DISPLAY "CADASTRO DE INSPETORES"
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
                    PERFORM INCLUI-INSPETOR THRU INCLUI-INSPETOR-FIM
                 WHEN 2
                    PERFORM ALTERA-INSPETOR THRU ALTERA-INSPETOR-FIM
                 WHEN 3
                    PERFORM SITUACAO-INSPETOR
                 WHEN 4
                    PERFORM LISTA-INSPETORES THRU LISTA-INSPETORES-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE INSP-FILE.
           GOBACK.

      * -----------------------------------
       INCLUI-INSPETOR.
           MOVE SPACES TO INSP-REC
           DISPLAY "CODIGO DO INSPETOR (9999) :-> "
           ACCEPT IN-CODIGO
           IF IN-CODIGO = ZEROS
              DISPLAY "CODIGO ZERO NAO E PERMITIDO"
              GO TO INCLUI-INSPETOR-FIM
           END-IF
           DISPLAY "NOME :-> "
           ACCEPT IN-NOME
           IF IN-NOME = SPACES
              DISPLAY "NOME NAO PODE FICAR VAZIO"
              GO TO INCLUI-INSPETOR-FIM
           END-IF
           DISPLAY "NUMERO DA CERTIFICACAO :-> "
           ACCEPT IN-CERTIFICADO
           DISPLAY "VALIDADE DA CERTIFICACAO (AAAAMMDD) :-> "
           ACCEPT IN-VALIDADE-CERT
           MOVE IN-VALIDADE-CERT TO W-DT-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK = "N"
              DISPLAY "VALIDADE INVALIDA NO CALENDARIO"
              GO TO INCLUI-INSPETOR-FIM
           END-IF
           MOVE "A" TO IN-SITUACAO
           WRITE INSP-REC
              INVALID KEY
                 DISPLAY "CODIGO JA CADASTRADO"
              NOT INVALID KEY
                 DISPLAY "INSPETOR GRAVADO"
           END-WRITE.
       INCLUI-INSPETOR-FIM.
           EXIT.

      * -----------------------------------
      * ALTERA NOME, CERTIFICACAO E VALIDADE (RENOVACAO DA
      * CERTIFICACAO). A SITUACAO SO MUDA PELA OPCAO 3.
       ALTERA-INSPETOR.
           DISPLAY "CODIGO DO INSPETOR A ALTERAR :-> "
           ACCEPT W-CODIGO
           MOVE W-CODIGO TO IN-CODIGO
           READ INSP-FILE
              INVALID KEY
                 DISPLAY "INSPETOR NAO ENCONTRADO"
                 GO TO ALTERA-INSPETOR-FIM
           END-READ
           DISPLAY "NOME ATUAL        : " IN-NOME
           DISPLAY "CERTIFICACAO      : " IN-CERTIFICADO
           DISPLAY "VALIDADE ATUAL    : " IN-VALIDADE-CERT
           DISPLAY "NOVO NOME :-> "
           ACCEPT IN-NOME
           IF IN-NOME = SPACES
              DISPLAY "NOME NAO PODE FICAR VAZIO"
              GO TO ALTERA-INSPETOR-FIM
           END-IF
           DISPLAY "NUMERO DA CERTIFICACAO :-> "
           ACCEPT IN-CERTIFICADO
           DISPLAY "VALIDADE DA CERTIFICACAO (AAAAMMDD) :-> "
           ACCEPT IN-VALIDADE-CERT
           MOVE IN-VALIDADE-CERT TO W-DT-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK = "N"
              DISPLAY "VALIDADE INVALIDA NO CALENDARIO"
              GO TO ALTERA-INSPETOR-FIM
           END-IF
           REWRITE INSP-REC
           DISPLAY "INSPETOR ALTERADO".
       ALTERA-INSPETOR-FIM.
           EXIT.

      * -----------------------------------
       SITUACAO-INSPETOR.
           DISPLAY "CODIGO DO INSPETOR :-> "
           ACCEPT W-CODIGO
           MOVE W-CODIGO TO IN-CODIGO
           READ INSP-FILE
              INVALID KEY
                 DISPLAY "INSPETOR NAO ENCONTRADO"
              NOT INVALID KEY
                 DISPLAY "NOME : " IN-NOME
                 IF IN-ATIVO
                    DISPLAY "CONFIRMA INATIVACAO (S/N) :-> "
                 ELSE
                    DISPLAY "CONFIRMA REATIVACAO (S/N) :-> "
                 END-IF
                 ACCEPT W-CONFIRMA
                 IF W-CONFIRMA = "S" OR "s"
                    IF IN-ATIVO
                       MOVE "I" TO IN-SITUACAO
                       DISPLAY "INSPETOR INATIVADO"
                    ELSE
                       MOVE "A" TO IN-SITUACAO
                       DISPLAY "INSPETOR REATIVADO"
                    END-IF
                    REWRITE INSP-REC
                 ELSE
                    DISPLAY "OPERACAO CANCELADA"
                 END-IF
           END-READ.

      * -----------------------------------
      * LISTA TODOS OS INSPETORES, MARCANDO OS INATIVOS E OS DE
      * CERTIFICACAO VENCIDA.
       LISTA-INSPETORES.
           MOVE ZEROS TO IN-CODIGO.
           START INSP-FILE KEY IS NOT LESS THAN IN-CODIGO
              INVALID KEY
                 DISPLAY "NENHUM INSPETOR CADASTRADO"
                 GO TO LISTA-INSPETORES-FIM
           END-START
           MOVE ZEROS TO W-TOTAL
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ INSP-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    MOVE SPACES TO W-AVISO
                    IF IN-INATIVO
                       MOVE "*INATIVO*" TO W-AVISO
                    ELSE
                       IF IN-VALIDADE-CERT < W-DATA-HOJE
                          MOVE "*CERT. VENCIDA*" TO W-AVISO
                       END-IF
                    END-IF
                    DISPLAY IN-CODIGO " " IN-NOME " CERT "
                       IN-CERTIFICADO " VALIDA ATE "
                       IN-VALIDADE-CERT " " W-AVISO
                    ADD 1 TO W-TOTAL
              END-READ
           END-PERFORM
           DISPLAY "TOTAL DE INSPETORES: " W-TOTAL.
       LISTA-INSPETORES-FIM.
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
