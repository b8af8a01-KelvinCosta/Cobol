       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMULTA.
      * REGISTRO DAS MULTAS DE TRANSITO RECEBIDAS POR PLACA
      * (MULTA.DAT, INDEXADO POR PLACA + NUMERO DO AUTO DE
      * INFRACAO, CHAVE ALTERNATIVA PELO RESPONSAVEL): DATA DA
      * INFRACAO, VALOR, VENCIMENTO E SITUACAO (A = ABERTA, P = PAGA,
      * R = EM RECURSO, C = CANCELADA).
      * NA INCLUSAO O RESPONSAVEL E RESOLVIDO SOZINHO PELA DATA DA
      * INFRACAO, SEM FOLHEAR O HISTORICO DE TRANSFERENCIAS NO
      * VEHICLES: SE HOUVE TRANSFERENCIA DA PLACA DEPOIS DA INFRACAO
      * (TRANSFVEIC.DAT), O DONO NA DATA E O TF-PROP-ANT DA PRIMEIRA
      * DELAS; SE NAO HOUVE, E O FPROPRIETARIO ATUAL DE VEHICLES.DAT.
      * TRANSFERENCIA NO PROPRIO DIA DA INFRACAO JA VALE PARA O NOVO
      * DONO. PLACA FORA DO CADASTRO E SEM TRANSFERENCIA PEDE O
      * RESPONSAVEL NA TELA. A ORIGEM DA RESOLUCAO FICA GRAVADA
      * (MU-ORIGEM) E O OPERADOR DA SESSAO VAI NO REGISTRO, JUNTO
      * COM O CPF/CNPJ DO RESPONSAVEL (MU-DOC-PROP) QUANDO ELE VEM
      * DA TRANSFERENCIA OU DO CADASTRO. AS
      * MULTAS EM ABERTO SAEM POR RESPONSAVEL NO RELMULTA E NO
      * PRONTUARIO DO VEICULO (PRONTVEI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULTA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MU-CHAVE
              ALTERNATE RECORD KEY IS MU-PROPRIETARIO WITH DUPLICATES
              FILE STATUS  IS MU-STAT.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT TRANSF-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TF-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD MULTA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "multa.dat".
       01 MULTA-REC.
           02 MU-CHAVE.
               03 MU-PLACA PIC X(25).
               03 MU-AUTO PIC X(15).
           02 MU-DATA-INFRACAO PIC 9(08).
           02 MU-VALOR PIC 9(07)V99.
           02 MU-VENCIMENTO PIC 9(08).
           02 MU-SITUACAO PIC X(01).
               88 MU-ABERTA    VALUE "A".
               88 MU-PAGA      VALUE "P".
               88 MU-RECURSO   VALUE "R".
               88 MU-CANCELADA VALUE "C".
           02 MU-PROPRIETARIO PIC X(30).
           02 MU-ORIGEM PIC X(01).
               88 MU-POR-TRANSF    VALUE "T".
               88 MU-POR-CADASTRO  VALUE "C".
               88 MU-POR-DIGITACAO VALUE "D".
           02 MU-DATA-PAGTO PIC 9(08).
           02 MU-DATA-LANC PIC 9(08).
           02 MU-OPERADOR PIC X(20).
           02 MU-DOC-PROP PIC X(14).
           02 FILLER PIC X(06).

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

       FD TRANSF-FILE VALUE OF FILE-ID IS "transfveic.dat".
       01 TRANSF-REC.
           05 TF-PLACA PIC X(25).
           05 TF-PROP-ANT PIC X(30).
           05 TF-PROP-NOVO PIC X(30).
           05 TF-DATA PIC 9(08).
           05 TF-HORA PIC 9(08).
           05 TF-OPERADOR PIC X(20).
           05 TF-DOC-ANT PIC X(14).
           05 TF-DOC-NOVO PIC X(14).

       WORKING-STORAGE SECTION.
       77 MU-STAT PIC X(02) VALUE "00".
       77 ST-ERRO PIC X(02) VALUE "00".
       77 TF-STAT PIC X(02) VALUE "00".
       77 OPCAO PIC 9 VALUE ZEROS.
       77 EOF-SWITCH PIC X VALUE "N".
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-NOVA-SITUACAO PIC X(01) VALUE SPACES.
       77 W-TOTAL PIC 9(04) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-VALOR-ED PIC Z,ZZZ,ZZ9.99.
       77 W-TXT-SITUACAO PIC X(10) VALUE SPACES.
       77 W-PLACA PIC X(25) VALUE SPACES.

      * RESPONSAVEL NA DATA DA INFRACAO: A PRIMEIRA TRANSFERENCIA DA
      * PLACA COM DATA POSTERIOR A INFRACAO (W-DATA-TRANSF) DIZ QUEM
      * ERA O DONO; SEM ELA VALE O CADASTRO ATUAL.
       77 W-RESPONSAVEL PIC X(30) VALUE SPACES.
       77 W-DOC-RESPONSAVEL PIC X(14) VALUE SPACES.
       77 W-ORIGEM PIC X(01) VALUE SPACES.
       77 W-DATA-TRANSF PIC 9(08) VALUE ZEROS.

      * NORMALIZACAO DE PLACA ANTES DE USAR COMO CHAVE (MAIUSCULAS,
      * SEM HIFEN OU ESPACO), COMO NO VEHICLES E NO AGVISTO.
       77 W-PLACA-BRUTA PIC X(25) VALUE SPACES.
       77 W-PLACA-NORM PIC X(25) VALUE SPACES.
       77 W-IND-PL PIC 9(02) VALUE ZEROS.
       77 W-IND-PN PIC 9(02) VALUE ZEROS.
       77 W-CH-PL PIC X(01) VALUE SPACES.

      * VALIDACAO DE CALENDARIO DAS DATAS DIGITADAS.
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
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O MULTA-FILE
           IF MU-STAT = "30" OR "35"
              OPEN OUTPUT MULTA-FILE
              CLOSE MULTA-FILE
              OPEN I-O MULTA-FILE
              DISPLAY "*** ARQUIVO MULTA.DAT FOI CRIADO ***"
           END-IF.

       MENU-SCREEN.
           DISPLAY "MULTAS DE TRANSITO"
           PERFORM UNTIL OPCAO = 5
              DISPLAY "OPCOES"
              DISPLAY "1 - INCLUIR"
              DISPLAY "2 - ALTERAR VALOR / VENCIMENTO"
              DISPLAY "3 - SITUACAO (PAGA/RECURSO/CANCELADA/ABERTA)"
              DISPLAY "4 - CONSULTAR PLACA"
              DISPLAY "5 - SAIR"
              DISPLAY "INSIRA OPCAO :-> "
              ACCEPT OPCAO
              EVALUATE OPCAO
                 WHEN 1
                    PERFORM INCLUI-MULTA THRU INCLUI-MULTA-FIM
                 WHEN 2
                    PERFORM ALTERA-MULTA THRU ALTERA-MULTA-FIM
                 WHEN 3
                    PERFORM SITUACAO-MULTA THRU SITUACAO-MULTA-FIM
                 WHEN 4
                    PERFORM CONSULTA-PLACA THRU CONSULTA-PLACA-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE MULTA-FILE.
           GOBACK.

      * -----------------------------------
      * INCLUSAO: PLACA E AUTO FORMAM A CHAVE; O RESPONSAVEL SAI DA
      * DATA DA INFRACAO (RESOLVE-RESPONSAVEL).
       INCLUI-MULTA.
           MOVE SPACES TO MULTA-REC
           DISPLAY "PLACA :-> "
           ACCEPT W-PLACA-BRUTA
           PERFORM NORMALIZA-PLACA
           IF W-PLACA-NORM = SPACES
              DISPLAY "PLACA NAO PODE FICAR VAZIA"
              GO TO INCLUI-MULTA-FIM
           END-IF
           MOVE W-PLACA-NORM TO MU-PLACA
           DISPLAY "NUMERO DO AUTO DE INFRACAO :-> "
           ACCEPT MU-AUTO
           IF MU-AUTO = SPACES
              DISPLAY "NUMERO DO AUTO NAO PODE FICAR VAZIO"
              GO TO INCLUI-MULTA-FIM
           END-IF
           DISPLAY "DATA DA INFRACAO (AAAAMMDD) :-> "
           ACCEPT MU-DATA-INFRACAO
           MOVE MU-DATA-INFRACAO TO W-DT-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK = "N" OR MU-DATA-INFRACAO > W-DATA-HOJE
              DISPLAY "DATA DA INFRACAO INVALIDA"
              GO TO INCLUI-MULTA-FIM
           END-IF
           DISPLAY "VALOR (9999999V99) :-> "
           ACCEPT MU-VALOR
           IF MU-VALOR = ZEROS
              DISPLAY "VALOR NAO PODE SER ZERO"
              GO TO INCLUI-MULTA-FIM
           END-IF
           DISPLAY "VENCIMENTO (AAAAMMDD) :-> "
           ACCEPT MU-VENCIMENTO
           MOVE MU-VENCIMENTO TO W-DT-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK = "N"
                 OR MU-VENCIMENTO < MU-DATA-INFRACAO
              DISPLAY "VENCIMENTO INVALIDO"
              GO TO INCLUI-MULTA-FIM
           END-IF
           PERFORM RESOLVE-RESPONSAVEL THRU RESOLVE-RESPONSAVEL-FIM
           IF W-RESPONSAVEL = SPACES
              DISPLAY "PLACA SEM CADASTRO E SEM TRANSFERENCIA"
              DISPLAY "RESPONSAVEL (BRANCO DESISTE) :-> "
              ACCEPT W-RESPONSAVEL
              IF W-RESPONSAVEL = SPACES
                 DISPLAY "INCLUSAO CANCELADA"
                 GO TO INCLUI-MULTA-FIM
              END-IF
              MOVE "D" TO W-ORIGEM
           END-IF
           MOVE W-RESPONSAVEL TO MU-PROPRIETARIO
           MOVE W-DOC-RESPONSAVEL TO MU-DOC-PROP
           MOVE W-ORIGEM TO MU-ORIGEM
           IF MU-POR-TRANSF
              DISPLAY "RESPONSAVEL NA DATA: " MU-PROPRIETARIO
              DISPLAY "(TRANSFERIDO EM " W-DATA-TRANSF
                 ", DEPOIS DA INFRACAO)"
           ELSE
              DISPLAY "RESPONSAVEL: " MU-PROPRIETARIO
           END-IF
           MOVE "A" TO MU-SITUACAO
           MOVE ZEROS TO MU-DATA-PAGTO
           MOVE W-DATA-HOJE TO MU-DATA-LANC
           MOVE SES-NOME TO MU-OPERADOR
           WRITE MULTA-REC
              INVALID KEY
                 DISPLAY "AUTO JA REGISTRADO PARA ESSA PLACA"
              NOT INVALID KEY
                 DISPLAY "MULTA GRAVADA"
           END-WRITE.
       INCLUI-MULTA-FIM.
           EXIT.

      * -----------------------------------
      * DONO DA PLACA NA DATA DA INFRACAO. TRANSFVEIC.DAT E GRAVADO
      * EM ORDEM DE OCORRENCIA, MAS A MENOR DATA POSTERIOR E
      * PROCURADA NO ARQUIVO INTEIRO PARA NAO DEPENDER DISSO.
       RESOLVE-RESPONSAVEL.
           MOVE SPACES TO W-RESPONSAVEL W-ORIGEM W-DOC-RESPONSAVEL.
           MOVE 99999999 TO W-DATA-TRANSF.
           OPEN INPUT TRANSF-FILE.
           IF TF-STAT = "00"
              MOVE "N" TO EOF-SWITCH
              PERFORM UNTIL EOF-SWITCH = "Y"
                 READ TRANSF-FILE
                    AT END
                       MOVE "Y" TO EOF-SWITCH
                    NOT AT END
                       IF TF-PLACA = MU-PLACA
                             AND TF-DATA > MU-DATA-INFRACAO
                             AND TF-DATA < W-DATA-TRANSF
                          MOVE TF-DATA TO W-DATA-TRANSF
                          MOVE TF-PROP-ANT TO W-RESPONSAVEL
                          MOVE TF-DOC-ANT TO W-DOC-RESPONSAVEL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSF-FILE
           END-IF.
           IF W-RESPONSAVEL NOT = SPACES
              MOVE "T" TO W-ORIGEM
              GO TO RESOLVE-RESPONSAVEL-FIM
           END-IF.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO NOT = "00"
              GO TO RESOLVE-RESPONSAVEL-FIM
           END-IF.
           MOVE MU-PLACA TO FPLACA.
           READ VEHICLES-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FPROPRIETARIO TO W-RESPONSAVEL
                 MOVE FDOC-PROPRIETARIO TO W-DOC-RESPONSAVEL
                 MOVE "C" TO W-ORIGEM
           END-READ.
           CLOSE VEHICLES-FILE.
       RESOLVE-RESPONSAVEL-FIM.
           EXIT.

      * -----------------------------------
      * LOCALIZA A MULTA PELA PLACA E PELO AUTO (OPCOES 2 E 3).
       LE-MULTA.
           DISPLAY "PLACA :-> "
           ACCEPT W-PLACA-BRUTA
           PERFORM NORMALIZA-PLACA
           MOVE W-PLACA-NORM TO MU-PLACA
           DISPLAY "NUMERO DO AUTO :-> "
           ACCEPT MU-AUTO
           MOVE "S" TO W-CONFIRMA
           READ MULTA-FILE
              INVALID KEY
                 DISPLAY "MULTA NAO ENCONTRADA"
                 MOVE "N" TO W-CONFIRMA
              NOT INVALID KEY
                 PERFORM MOSTRA-MULTA
           END-READ.

      * -----------------------------------
      * CORRECAO DE VALOR E VENCIMENTO (NOTIFICACAO DE PENALIDADE
      * COM VALOR OU PRAZO DIFERENTE DA AUTUACAO).
       ALTERA-MULTA.
           PERFORM LE-MULTA
           IF W-CONFIRMA = "N"
              GO TO ALTERA-MULTA-FIM
           END-IF
           IF MU-PAGA OR MU-CANCELADA
              DISPLAY "MULTA PAGA OU CANCELADA NAO E ALTERADA"
              GO TO ALTERA-MULTA-FIM
           END-IF
           DISPLAY "NOVO VALOR (9999999V99) :-> "
           ACCEPT MU-VALOR
           IF MU-VALOR = ZEROS
              DISPLAY "VALOR NAO PODE SER ZERO"
              GO TO ALTERA-MULTA-FIM
           END-IF
           DISPLAY "NOVO VENCIMENTO (AAAAMMDD) :-> "
           ACCEPT MU-VENCIMENTO
           MOVE MU-VENCIMENTO TO W-DT-DATA
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK = "N"
                 OR MU-VENCIMENTO < MU-DATA-INFRACAO
              DISPLAY "VENCIMENTO INVALIDO"
              GO TO ALTERA-MULTA-FIM
           END-IF
           REWRITE MULTA-REC
           DISPLAY "MULTA ALTERADA".
       ALTERA-MULTA-FIM.
           EXIT.

      * -----------------------------------
      * MUDANCA DE SITUACAO. A PAGA GRAVA A DATA DO PAGAMENTO; VOLTAR
      * PARA ABERTA (RECURSO INDEFERIDO) LIMPA A DATA.
       SITUACAO-MULTA.
           PERFORM LE-MULTA
           IF W-CONFIRMA = "N"
              GO TO SITUACAO-MULTA-FIM
           END-IF
           DISPLAY "NOVA SITUACAO (A/P/R/C) :-> "
           ACCEPT W-NOVA-SITUACAO
           INSPECT W-NOVA-SITUACAO CONVERTING "aprc" TO "APRC"
           IF W-NOVA-SITUACAO NOT = "A" AND NOT = "P"
                 AND NOT = "R" AND NOT = "C"
              DISPLAY "SITUACAO INVALIDA"
              GO TO SITUACAO-MULTA-FIM
           END-IF
           IF W-NOVA-SITUACAO = MU-SITUACAO
              DISPLAY "A MULTA JA ESTA NESSA SITUACAO"
              GO TO SITUACAO-MULTA-FIM
           END-IF
           MOVE W-NOVA-SITUACAO TO MU-SITUACAO
           IF MU-PAGA
              DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE) :-> "
              ACCEPT MU-DATA-PAGTO
              IF MU-DATA-PAGTO = ZEROS
                 MOVE W-DATA-HOJE TO MU-DATA-PAGTO
              END-IF
              MOVE MU-DATA-PAGTO TO W-DT-DATA
              PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
              IF W-DATA-OK = "N"
                 DISPLAY "DATA DO PAGAMENTO INVALIDA"
                 GO TO SITUACAO-MULTA-FIM
              END-IF
           ELSE
              MOVE ZEROS TO MU-DATA-PAGTO
           END-IF
           REWRITE MULTA-REC
           DISPLAY "SITUACAO ALTERADA".
       SITUACAO-MULTA-FIM.
           EXIT.

      * -----------------------------------
      * TODAS AS MULTAS DE UMA PLACA, NA ORDEM DA CHAVE.
       CONSULTA-PLACA.
           DISPLAY "PLACA :-> "
           ACCEPT W-PLACA-BRUTA
           PERFORM NORMALIZA-PLACA
           MOVE W-PLACA-NORM TO W-PLACA MU-PLACA
           MOVE SPACES TO MU-AUTO
           START MULTA-FILE KEY IS NOT LESS THAN MU-CHAVE
              INVALID KEY
                 DISPLAY "NENHUMA MULTA PARA A PLACA"
                 GO TO CONSULTA-PLACA-FIM
           END-START
           MOVE ZEROS TO W-TOTAL
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ MULTA-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF MU-PLACA NOT = W-PLACA
                       MOVE "Y" TO EOF-SWITCH
                    ELSE
                       PERFORM MOSTRA-MULTA
                       ADD 1 TO W-TOTAL
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "MULTAS DA PLACA: " W-TOTAL.
       CONSULTA-PLACA-FIM.
           EXIT.

       MOSTRA-MULTA.
           EVALUATE TRUE
              WHEN MU-ABERTA    MOVE "ABERTA" TO W-TXT-SITUACAO
              WHEN MU-PAGA      MOVE "PAGA" TO W-TXT-SITUACAO
              WHEN MU-RECURSO   MOVE "EM RECURSO" TO W-TXT-SITUACAO
              WHEN MU-CANCELADA MOVE "CANCELADA" TO W-TXT-SITUACAO
              WHEN OTHER        MOVE MU-SITUACAO TO W-TXT-SITUACAO
           END-EVALUATE.
           MOVE MU-VALOR TO W-VALOR-ED.
           DISPLAY "AUTO " MU-AUTO " INFRACAO " MU-DATA-INFRACAO
              " VALOR " W-VALOR-ED " VENCTO " MU-VENCIMENTO.
           DISPLAY "   RESPONSAVEL " MU-PROPRIETARIO " - "
              W-TXT-SITUACAO.

      * -----------------------------------
      * NORMALIZA A PLACA DIGITADA EM W-PLACA-BRUTA: MAIUSCULAS E SO
      * LETRAS E DIGITOS, ENCOSTADOS A ESQUERDA EM W-PLACA-NORM.
       NORMALIZA-PLACA.
           INSPECT W-PLACA-BRUTA
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO W-PLACA-NORM.
           MOVE ZEROS TO W-IND-PN.
           PERFORM VARYING W-IND-PL FROM 1 BY 1
                   UNTIL W-IND-PL > 25
              MOVE W-PLACA-BRUTA(W-IND-PL:1) TO W-CH-PL
              IF (W-CH-PL >= "A" AND W-CH-PL <= "Z")
                    OR (W-CH-PL >= "0" AND W-CH-PL <= "9")
                 ADD 1 TO W-IND-PN
                 MOVE W-CH-PL TO W-PLACA-NORM(W-IND-PN:1)
              END-IF
           END-PERFORM.

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
