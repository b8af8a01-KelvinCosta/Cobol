       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROP.
      * CADASTRO DE PROPRIETARIOS (PROPRIET.DAT, INDEXADO PELO
      * DOCUMENTO, CHAVE ALTERNATIVA PELO NOME): CPF OU CNPJ
      * VALIDADO PELOS DIGITOS VERIFICADORES (VALDOC), NOME, CEP
      * (VALIDADO EM CEPS.DAT, SEM CANCELADO) E NUMERO DO ENDERECO.
      * O VEICULO APONTA PARA O DONO PELO DOCUMENTO
      * (FDOC-PROPRIETARIO) E AS TRANSFERENCIAS GUARDAM O DOCUMENTO
      * DO DONO ANTIGO E DO NOVO - ACABOU "JOSE DA SILVA" E "JOSE
      * SILVA" VIRANDO DUAS PESSOAS. O NOME E O CEP GRAVADOS NO
      * VEICULO SAO COPIA DO CADASTRO: A ALTERACAO AQUI E REPASSADA
      * AOS VEICULOS DO DONO.
      * OS DONOS CRIADOS PELA CONVERSAO (CNVPROP) A PARTIR DOS NOMES
      * ANTIGOS FICAM COM DOCUMENTO PROVISORIO ("P" + SEQUENCIAL) ATE
      * O BALCAO CONSEGUIR O CPF/CNPJ. A REGULARIZACAO (SO
      * SUPERVISOR) TROCA O PROVISORIO PELO DOCUMENTO VERDADEIRO EM
      * VEICULOS, TRANSFERENCIAS E MULTAS; SE O DOCUMENTO JA EXISTE
      * NO CADASTRO, OS DOIS REGISTROS SAO UNIFICADOS NELE - E ASSIM
      * QUE SE RESOLVEM OS NOMES AMBIGUOS APONTADOS PELA CONVERSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPRIET-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PP-DOCUMENTO
              ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
              FILE STATUS  IS PP-STAT.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-BAIRRO WITH DUPLICATES.
           SELECT TRANSF-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TF-STAT.
           SELECT MULTA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS MU-CHAVE
              ALTERNATE RECORD KEY IS MU-PROPRIETARIO WITH DUPLICATES
              FILE STATUS  IS MU-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD PROPRIET-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "propriet.dat".
       01 PROPRIET-REC.
           05 PP-DOCUMENTO PIC X(14).
           05 PP-TIPO PIC X(01).
               88 PP-FISICA     VALUE "F".
               88 PP-JURIDICA   VALUE "J".
               88 PP-PROVISORIO VALUE "P".
           05 PP-NOME PIC X(30).
           05 PP-CEP PIC 9(08).
           05 PP-NUMERO PIC X(06).
           05 PP-DATA-CADASTRO PIC 9(08).
           05 PP-OPERADOR PIC X(20).
           05 FILLER PIC X(30).

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
           02 MU-PROPRIETARIO PIC X(30).
           02 MU-ORIGEM PIC X(01).
           02 MU-DATA-PAGTO PIC 9(08).
           02 MU-DATA-LANC PIC 9(08).
           02 MU-OPERADOR PIC X(20).
           02 MU-DOC-PROP PIC X(14).
           02 FILLER PIC X(06).

       WORKING-STORAGE SECTION.
       77 PP-STAT PIC X(02) VALUE "00".
       77 ST-ERRO PIC X(02) VALUE "00".
       77 FS-STAT PIC 9(02) VALUE ZEROS.
       77 TF-STAT PIC X(02) VALUE "00".
       77 MU-STAT PIC X(02) VALUE "00".
       77 OPCAO PIC 9 VALUE ZEROS.
       77 EOF-SWITCH PIC X VALUE "N".
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-TOTAL PIC 9(06) VALUE ZEROS.
       77 W-TOT-VEIC PIC 9(04) VALUE ZEROS.
       77 W-TOT-TRANSF PIC 9(06) VALUE ZEROS.
       77 W-TOT-MULTAS PIC 9(06) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-AVISO PIC X(12) VALUE SPACES.
       77 W-NOME-BUSCA PIC X(30) VALUE SPACES.
       77 W-CEP-OK PIC X(01) VALUE "N".
       77 W-VEIC-OK PIC X(01) VALUE "N".

      * DOCUMENTO DIGITADO E SUA VALIDACAO PELO VALDOC.
       01 DOC-VALIDACAO.
           05 DV-DOCUMENTO PIC X(18).
           05 DV-NORMAL PIC X(14).
           05 DV-TIPO PIC X(01).
           05 DV-OK PIC X(01).

      * REGULARIZACAO: O DOCUMENTO PROVISORIO QUE SAI E O
      * VERDADEIRO QUE ENTRA, COM O NOME, O CEP E O NUMERO QUE
      * FICAM VALENDO (OS DO REGISTRO JA EXISTENTE, NA UNIFICACAO).
       77 W-DOC-ANTIGO PIC X(14) VALUE SPACES.
       77 W-DOC-NOVO PIC X(14) VALUE SPACES.
       01 W-PROP-ANTIGO PIC X(117) VALUE SPACES.
       01 W-PROP-DESTINO.
           05 W-PD-DOCUMENTO PIC X(14).
           05 W-PD-TIPO PIC X(01).
           05 W-PD-NOME PIC X(30).
           05 W-PD-CEP PIC 9(08).
           05 FILLER PIC X(64).

       LINKAGE SECTION.
       01 SESSAO-OPERADOR.
           05 SES-CODIGO PIC 9(04).
           05 SES-NOME PIC X(20).
           05 SES-NIVEL PIC 9(01).
               88 SES-SUPERVISOR VALUE 9.

       PROCEDURE DIVISION USING SESSAO-OPERADOR.
       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O PROPRIET-FILE
           IF PP-STAT = "30" OR "35"
              OPEN OUTPUT PROPRIET-FILE
              CLOSE PROPRIET-FILE
              OPEN I-O PROPRIET-FILE
              DISPLAY "*** ARQUIVO PROPRIET.DAT FOI CRIADO ***"
           END-IF.
           IF PP-STAT NOT = "00"
              DISPLAY "*** ERRO AO ABRIR PROPRIET.DAT - STATUS "
                 PP-STAT " ***"
              GOBACK
           END-IF.

       MENU-SCREEN.
           DISPLAY "CADASTRO DE PROPRIETARIOS"
           PERFORM UNTIL OPCAO = 6
              DISPLAY "OPCOES"
              DISPLAY "1 - INCLUIR"
              DISPLAY "2 - ALTERAR NOME / ENDERECO"
              DISPLAY "3 - CONSULTAR (DOCUMENTO OU NOME)"
              DISPLAY "4 - REGULARIZAR DOCUMENTO PROVISORIO"
              DISPLAY "5 - LISTAR"
              DISPLAY "6 - SAIR"
              DISPLAY "INSIRA OPCAO :-> "
              ACCEPT OPCAO
              EVALUATE OPCAO
                 WHEN 1
                    PERFORM INCLUI-PROPRIETARIO
                       THRU INCLUI-PROPRIETARIO-FIM
                 WHEN 2
                    PERFORM ALTERA-PROPRIETARIO
                       THRU ALTERA-PROPRIETARIO-FIM
                 WHEN 3
                    PERFORM CONSULTA-PROPRIETARIO
                       THRU CONSULTA-PROPRIETARIO-FIM
                 WHEN 4
                    PERFORM REGULARIZA THRU REGULARIZA-FIM
                 WHEN 5
                    PERFORM LISTA-PROPRIETARIOS
                       THRU LISTA-PROPRIETARIOS-FIM
              END-EVALUATE
           END-PERFORM.
           CLOSE PROPRIET-FILE.
           GOBACK.

      * -----------------------------------
      * INCLUSAO: O DOCUMENTO VALIDADO E NORMALIZADO (SO DIGITOS) E
      * A CHAVE; O TIPO (F/J) VEM DA QUANTIDADE DE DIGITOS.
       INCLUI-PROPRIETARIO.
           MOVE SPACES TO PROPRIET-REC
           DISPLAY "CPF OU CNPJ :-> "
           MOVE SPACES TO DV-DOCUMENTO
           ACCEPT DV-DOCUMENTO
           CALL "VALDOC" USING DOC-VALIDACAO
           IF DV-OK NOT = "S"
              DISPLAY "CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)"
              GO TO INCLUI-PROPRIETARIO-FIM
           END-IF
           MOVE DV-NORMAL TO PP-DOCUMENTO
           MOVE DV-TIPO TO PP-TIPO
           DISPLAY "NOME :-> "
           ACCEPT PP-NOME
           IF PP-NOME = SPACES
              DISPLAY "NOME NAO PODE FICAR VAZIO"
              GO TO INCLUI-PROPRIETARIO-FIM
           END-IF
           INSPECT PP-NOME
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CEP :-> "
           ACCEPT PP-CEP
           PERFORM VALIDA-CEP THRU VALIDA-CEP-FIM
           IF W-CEP-OK = "N"
              GO TO INCLUI-PROPRIETARIO-FIM
           END-IF
           DISPLAY "NUMERO DO ENDERECO :-> "
           ACCEPT PP-NUMERO
           MOVE W-DATA-HOJE TO PP-DATA-CADASTRO
           MOVE SES-NOME TO PP-OPERADOR
           WRITE PROPRIET-REC
              INVALID KEY
                 DISPLAY "DOCUMENTO JA CADASTRADO"
              NOT INVALID KEY
                 DISPLAY "PROPRIETARIO GRAVADO: " PP-DOCUMENTO
           END-WRITE.
       INCLUI-PROPRIETARIO-FIM.
           EXIT.

      * -----------------------------------
      * ALTERA NOME, CEP E NUMERO. O DOCUMENTO NAO MUDA AQUI (O
      * PROVISORIO MUDA PELA REGULARIZACAO). NOME OU CEP NOVOS SAO
      * REPASSADOS AOS VEICULOS DO DONO.
       ALTERA-PROPRIETARIO.
           PERFORM LE-PROPRIETARIO THRU LE-PROPRIETARIO-FIM
           IF PP-STAT NOT = "00"
              GO TO ALTERA-PROPRIETARIO-FIM
           END-IF
           PERFORM MOSTRA-PROPRIETARIO
           DISPLAY "NOVO NOME :-> "
           ACCEPT PP-NOME
           IF PP-NOME = SPACES
              DISPLAY "NOME NAO PODE FICAR VAZIO"
              GO TO ALTERA-PROPRIETARIO-FIM
           END-IF
           INSPECT PP-NOME
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CEP :-> "
           ACCEPT PP-CEP
           PERFORM VALIDA-CEP THRU VALIDA-CEP-FIM
           IF W-CEP-OK = "N"
              GO TO ALTERA-PROPRIETARIO-FIM
           END-IF
           DISPLAY "NUMERO DO ENDERECO :-> "
           ACCEPT PP-NUMERO
           MOVE SES-NOME TO PP-OPERADOR
           REWRITE PROPRIET-REC
              INVALID KEY
                 DISPLAY "ERRO AO GRAVAR"
                 GO TO ALTERA-PROPRIETARIO-FIM
           END-REWRITE
           MOVE PP-DOCUMENTO TO W-DOC-ANTIGO W-DOC-NOVO
           MOVE PROPRIET-REC TO W-PROP-DESTINO
           PERFORM REPASSA-VEICULOS THRU REPASSA-VEICULOS-FIM
           DISPLAY "PROPRIETARIO ALTERADO - VEICULOS ATUALIZADOS: "
              W-TOT-VEIC.
       ALTERA-PROPRIETARIO-FIM.
           EXIT.

      * -----------------------------------
      * CONSULTA PELO DOCUMENTO (CPF/CNPJ OU PROVISORIO) OU, SE O
      * TERMO NAO FOR DOCUMENTO, POR TODOS OS DONOS COM O NOME
      * EXATO, PELA CHAVE ALTERNATIVA.
       CONSULTA-PROPRIETARIO.
           DISPLAY "DOCUMENTO OU NOME :-> "
           MOVE SPACES TO W-NOME-BUSCA
           ACCEPT W-NOME-BUSCA
           IF W-NOME-BUSCA = SPACES
              GO TO CONSULTA-PROPRIETARIO-FIM
           END-IF
           INSPECT W-NOME-BUSCA
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM NORMALIZA-TERMO
           MOVE DV-NORMAL TO PP-DOCUMENTO
           IF DV-NORMAL NOT = SPACES
              READ PROPRIET-FILE
                 INVALID KEY
                    DISPLAY "DOCUMENTO NAO CADASTRADO"
                 NOT INVALID KEY
                    PERFORM MOSTRA-PROPRIETARIO
                    PERFORM MOSTRA-VEICULOS THRU MOSTRA-VEICULOS-FIM
              END-READ
              GO TO CONSULTA-PROPRIETARIO-FIM
           END-IF
           MOVE W-NOME-BUSCA TO PP-NOME
           START PROPRIET-FILE KEY IS = PP-NOME
              INVALID KEY
                 DISPLAY "NENHUM PROPRIETARIO COM ESSE NOME"
                 GO TO CONSULTA-PROPRIETARIO-FIM
           END-START
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ PROPRIET-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF PP-NOME NOT = W-NOME-BUSCA
                       MOVE "Y" TO EOF-SWITCH
                    ELSE
                       PERFORM MOSTRA-PROPRIETARIO
                    END-IF
              END-READ
           END-PERFORM.
       CONSULTA-PROPRIETARIO-FIM.
           EXIT.

      * -----------------------------------
      * REGULARIZACAO DO DOCUMENTO PROVISORIO DA CONVERSAO: O DONO
      * PASSA A SER CHAVEADO PELO CPF/CNPJ VERDADEIRO. SE O CPF/CNPJ
      * JA TEM CADASTRO (A MESMA PESSOA ESCRITA DE OUTRO JEITO), O
      * PROVISORIO E UNIFICADO NELE E VALEM O NOME E O ENDERECO DO
      * CADASTRO EXISTENTE.
       REGULARIZA.
           IF NOT SES-SUPERVISOR
              DISPLAY "APENAS SUPERVISOR PODE REGULARIZAR DOCUMENTO"
              GO TO REGULARIZA-FIM
           END-IF
           PERFORM LE-PROPRIETARIO THRU LE-PROPRIETARIO-FIM
           IF PP-STAT NOT = "00"
              GO TO REGULARIZA-FIM
           END-IF
           IF NOT PP-PROVISORIO
              DISPLAY "DOCUMENTO NAO E PROVISORIO"
              GO TO REGULARIZA-FIM
           END-IF
           PERFORM MOSTRA-PROPRIETARIO
           MOVE PROPRIET-REC TO W-PROP-ANTIGO
           MOVE PP-DOCUMENTO TO W-DOC-ANTIGO
           DISPLAY "CPF OU CNPJ VERDADEIRO :-> "
           MOVE SPACES TO DV-DOCUMENTO
           ACCEPT DV-DOCUMENTO
           CALL "VALDOC" USING DOC-VALIDACAO
           IF DV-OK NOT = "S"
              DISPLAY "CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)"
              GO TO REGULARIZA-FIM
           END-IF
           MOVE DV-NORMAL TO W-DOC-NOVO PP-DOCUMENTO
           READ PROPRIET-FILE
              INVALID KEY
                 MOVE W-PROP-ANTIGO TO PROPRIET-REC
                 MOVE W-DOC-NOVO TO PP-DOCUMENTO
                 MOVE DV-TIPO TO PP-TIPO
                 MOVE SES-NOME TO PP-OPERADOR
                 DISPLAY "CONFIRMA NOVO DOCUMENTO " W-DOC-NOVO
                    " (S/N) :-> "
              NOT INVALID KEY
                 DISPLAY "DOCUMENTO JA CADASTRADO PARA: " PP-NOME
                 DISPLAY "CONFIRMA UNIFICACAO NESSE CADASTRO (S/N) :-> "
           END-READ
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              DISPLAY "REGULARIZACAO CANCELADA"
              GO TO REGULARIZA-FIM
           END-IF
           IF PP-STAT NOT = "00"
              WRITE PROPRIET-REC
                 INVALID KEY
                    DISPLAY "ERRO AO GRAVAR O NOVO DOCUMENTO"
                    GO TO REGULARIZA-FIM
              END-WRITE
           END-IF
           MOVE PROPRIET-REC TO W-PROP-DESTINO
           PERFORM REPASSA-VEICULOS THRU REPASSA-VEICULOS-FIM
           PERFORM REPASSA-TRANSF THRU REPASSA-TRANSF-FIM
           PERFORM REPASSA-MULTAS THRU REPASSA-MULTAS-FIM
           MOVE W-DOC-ANTIGO TO PP-DOCUMENTO
           DELETE PROPRIET-FILE RECORD
              INVALID KEY
                 DISPLAY "ERRO AO EXCLUIR O PROVISORIO " W-DOC-ANTIGO
           END-DELETE
           DISPLAY "DOCUMENTO REGULARIZADO: " W-DOC-ANTIGO " -> "
              W-DOC-NOVO
           DISPLAY "VEICULOS......: " W-TOT-VEIC
           DISPLAY "TRANSFERENCIAS: " W-TOT-TRANSF
           DISPLAY "MULTAS........: " W-TOT-MULTAS.
       REGULARIZA-FIM.
           EXIT.

      * -----------------------------------
      * REPASSA O DONO DE DESTINO (DOCUMENTO, NOME E CEP) A TODOS OS
      * VEICULOS DE W-DOC-ANTIGO. COMO O REWRITE PODE MUDAR A PROPRIA
      * CHAVE DE BUSCA, O POSICIONAMENTO E REFEITO A CADA VEICULO,
      * PULANDO OS QUE JA ESTAO COM OS DADOS DO DESTINO.
       REPASSA-VEICULOS.
           MOVE ZEROS TO W-TOT-VEIC.
           OPEN I-O VEHICLES-FILE.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** VEHICLES.DAT INDISPONIVEL - STATUS "
                 ST-ERRO " ***"
              GO TO REPASSA-VEICULOS-FIM
           END-IF.
       REPASSA-VEICULOS-LOOP.
           MOVE W-DOC-ANTIGO TO FDOC-PROPRIETARIO.
           START VEHICLES-FILE KEY IS = FDOC-PROPRIETARIO
              INVALID KEY
                 GO TO REPASSA-VEICULOS-FECHA
           END-START.
           MOVE "N" TO W-VEIC-OK.
           PERFORM UNTIL W-VEIC-OK NOT = "N"
              READ VEHICLES-FILE NEXT RECORD
                 AT END
                    MOVE "F" TO W-VEIC-OK
                 NOT AT END
                    IF FDOC-PROPRIETARIO NOT = W-DOC-ANTIGO
                       MOVE "F" TO W-VEIC-OK
                    ELSE
                       IF FDOC-PROPRIETARIO = W-PD-DOCUMENTO
                             AND FPROPRIETARIO = W-PD-NOME
                             AND (FCEP-PROP = W-PD-CEP
                                  OR W-PD-CEP = ZEROS)
                          CONTINUE
                       ELSE
                          MOVE "S" TO W-VEIC-OK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF W-VEIC-OK = "F"
              GO TO REPASSA-VEICULOS-FECHA
           END-IF.
           MOVE W-PD-DOCUMENTO TO FDOC-PROPRIETARIO.
           MOVE W-PD-NOME TO FPROPRIETARIO.
           IF W-PD-CEP NOT = ZEROS
              MOVE W-PD-CEP TO FCEP-PROP
           END-IF.
           REWRITE VEHICLE-STRUCT
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR VEICULO " FPLACA
                 GO TO REPASSA-VEICULOS-FECHA
           END-REWRITE.
           ADD 1 TO W-TOT-VEIC.
           GO TO REPASSA-VEICULOS-LOOP.
       REPASSA-VEICULOS-FECHA.
           CLOSE VEHICLES-FILE.
       REPASSA-VEICULOS-FIM.
           EXIT.

      * -----------------------------------
      * TROCA O DOCUMENTO PROVISORIO NAS TRANSFERENCIAS, NO LUGAR
      * (TRANSFVEIC.DAT E SEQUENCIAL: LEITURA E REWRITE DO MESMO
      * REGISTRO). O NOME GRAVADO NA EPOCA FICA COMO ESTAVA.
       REPASSA-TRANSF.
           MOVE ZEROS TO W-TOT-TRANSF.
           OPEN I-O TRANSF-FILE.
           IF TF-STAT NOT = "00"
              GO TO REPASSA-TRANSF-FIM
           END-IF.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ TRANSF-FILE
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF TF-DOC-ANT = W-DOC-ANTIGO
                          OR TF-DOC-NOVO = W-DOC-ANTIGO
                       IF TF-DOC-ANT = W-DOC-ANTIGO
                          MOVE W-DOC-NOVO TO TF-DOC-ANT
                       END-IF
                       IF TF-DOC-NOVO = W-DOC-ANTIGO
                          MOVE W-DOC-NOVO TO TF-DOC-NOVO
                       END-IF
                       REWRITE TRANSF-REC
                       ADD 1 TO W-TOT-TRANSF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TRANSF-FILE.
       REPASSA-TRANSF-FIM.
           EXIT.

      * -----------------------------------
      * TROCA O DOCUMENTO PROVISORIO DO RESPONSAVEL NAS MULTAS.
       REPASSA-MULTAS.
           MOVE ZEROS TO W-TOT-MULTAS.
           OPEN I-O MULTA-FILE.
           IF MU-STAT NOT = "00"
              GO TO REPASSA-MULTAS-FIM
           END-IF.
           MOVE "N" TO EOF-SWITCH.
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ MULTA-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF MU-DOC-PROP = W-DOC-ANTIGO
                       MOVE W-DOC-NOVO TO MU-DOC-PROP
                       REWRITE MULTA-REC
                       ADD 1 TO W-TOT-MULTAS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MULTA-FILE.
       REPASSA-MULTAS-FIM.
           EXIT.

      * -----------------------------------
      * LISTA TODOS OS PROPRIETARIOS EM ORDEM DE NOME, MARCANDO OS
      * DE DOCUMENTO PROVISORIO (AINDA A REGULARIZAR).
       LISTA-PROPRIETARIOS.
           MOVE LOW-VALUES TO PP-NOME.
           START PROPRIET-FILE KEY IS NOT LESS THAN PP-NOME
              INVALID KEY
                 DISPLAY "NENHUM PROPRIETARIO CADASTRADO"
                 GO TO LISTA-PROPRIETARIOS-FIM
           END-START
           MOVE ZEROS TO W-TOTAL
           MOVE "N" TO EOF-SWITCH
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ PROPRIET-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    MOVE SPACES TO W-AVISO
                    IF PP-PROVISORIO
                       MOVE "*PROVISORIO*" TO W-AVISO
                    END-IF
                    DISPLAY PP-DOCUMENTO " " PP-NOME " CEP " PP-CEP
                       " " W-AVISO
                    ADD 1 TO W-TOTAL
              END-READ
           END-PERFORM
           DISPLAY "TOTAL DE PROPRIETARIOS: " W-TOTAL.
       LISTA-PROPRIETARIOS-FIM.
           EXIT.

      * -----------------------------------
      * LOCALIZA O PROPRIETARIO PELO DOCUMENTO DIGITADO (OPCOES 2 E
      * 4); PP-STAT FICA DIFERENTE DE "00" QUANDO NAO ACHA.
       LE-PROPRIETARIO.
           DISPLAY "DOCUMENTO (CPF/CNPJ OU PROVISORIO) :-> "
           MOVE SPACES TO W-NOME-BUSCA
           ACCEPT W-NOME-BUSCA
           INSPECT W-NOME-BUSCA
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM NORMALIZA-TERMO
           MOVE DV-NORMAL TO PP-DOCUMENTO
           IF DV-NORMAL = SPACES
              MOVE "23" TO PP-STAT
              DISPLAY "DOCUMENTO INVALIDO"
              GO TO LE-PROPRIETARIO-FIM
           END-IF
           READ PROPRIET-FILE
              INVALID KEY
                 DISPLAY "PROPRIETARIO NAO ENCONTRADO"
           END-READ.
       LE-PROPRIETARIO-FIM.
           EXIT.

      * -----------------------------------
      * DOCUMENTO PROVISORIO ("P" + 13 DIGITOS) OU DE TITULAR
      * ANONIMIZADO ("A" + 13 DIGITOS) VALE COMO DIGITADO; O RESTO
      * PASSA PELO VALDOC. TERMO QUE NAO E DOCUMENTO VOLTA
      * COM DV-NORMAL EM BRANCO.
       NORMALIZA-TERMO.
           MOVE SPACES TO DV-NORMAL.
           IF (W-NOME-BUSCA(1:1) = "P" OR W-NOME-BUSCA(1:1) = "A")
                 AND W-NOME-BUSCA(2:13) NUMERIC
                 AND W-NOME-BUSCA(15:16) = SPACES
              MOVE W-NOME-BUSCA(1:14) TO DV-NORMAL
           ELSE
              MOVE W-NOME-BUSCA TO DV-DOCUMENTO
              CALL "VALDOC" USING DOC-VALIDACAO
              IF DV-OK NOT = "S"
                 MOVE SPACES TO DV-NORMAL
              END-IF
           END-IF.

       MOSTRA-PROPRIETARIO.
           DISPLAY "DOCUMENTO : " PP-DOCUMENTO " TIPO " PP-TIPO.
           DISPLAY "NOME      : " PP-NOME.
           DISPLAY "CEP/NUMERO: " PP-CEP " " PP-NUMERO.
           DISPLAY "CADASTRO  : " PP-DATA-CADASTRO " " PP-OPERADOR.

      * -----------------------------------
      * VEICULOS DO DONO, PELA CHAVE ALTERNATIVA DO DOCUMENTO.
       MOSTRA-VEICULOS.
           MOVE ZEROS TO W-TOT-VEIC.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-VEICULOS-FIM
           END-IF.
           MOVE PP-DOCUMENTO TO FDOC-PROPRIETARIO.
           START VEHICLES-FILE KEY IS = FDOC-PROPRIETARIO
              INVALID KEY
                 MOVE "Y" TO EOF-SWITCH
              NOT INVALID KEY
                 MOVE "N" TO EOF-SWITCH
           END-START.
           PERFORM UNTIL EOF-SWITCH = "Y"
              READ VEHICLES-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO EOF-SWITCH
                 NOT AT END
                    IF FDOC-PROPRIETARIO NOT = PP-DOCUMENTO
                       MOVE "Y" TO EOF-SWITCH
                    ELSE
                       DISPLAY "   VEICULO " FPLACA " SIT " FSITUACAO
                          " VENCTO " FVENCTOVISTORIA
                       ADD 1 TO W-TOT-VEIC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
           DISPLAY "VEICULOS DO PROPRIETARIO: " W-TOT-VEIC.
       MOSTRA-VEICULOS-FIM.
           EXIT.

      * -----------------------------------
      * VALIDA PP-CEP CONTRA CEPS.DAT, COMO O VALIDA-CEP-PROP DO
      * VEHICLES: REJEITA CEP INEXISTENTE E CEP CANCELADO; SEM A
      * BASE DE CEPS ACEITA O CEP COMO DIGITADO.
       VALIDA-CEP.
           MOVE "N" TO W-CEP-OK.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = ZEROS
              MOVE "S" TO W-CEP-OK
              GO TO VALIDA-CEP-FIM
           END-IF.
           MOVE PP-CEP TO FS-CEP.
           READ CEP-FILE
              INVALID KEY
                 DISPLAY "CEP NAO CADASTRADO NA BASE DE CEPS"
              NOT INVALID KEY
                 IF CEP-CANCELADO
                    DISPLAY "CEP CANCELADO NAO PODE SER USADO"
                 ELSE
                    MOVE "S" TO W-CEP-OK
                 END-IF
           END-READ.
           CLOSE CEP-FILE.
       VALIDA-CEP-FIM.
           EXIT.
