       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVPROP.
      * CONVERSAO UNICA PARA O CADASTRO DE PROPRIETARIOS
      * (PROPRIET.DAT, MANTIDO PELO CADPROP). ATE AQUI O DONO DO
      * VEICULO ERA SO O NOME DIGITADO EM FPROPRIETARIO; AGORA O
      * VEICULO (VEHICLES.DAT, 89 -> 103 BYTES COM O
      * FDOC-PROPRIETARIO), A TRANSFERENCIA (TRANSFVEIC.DAT,
      * 121 -> 149 BYTES COM TF-DOC-ANT E TF-DOC-NOVO) E A MULTA
      * (MU-DOC-PROP, NO ESPACO QUE ERA RESERVA) APONTAM PARA O DONO
      * PELO CPF/CNPJ. O PROGRAMA:
      *  - JUNTA OS NOMES DISTINTOS DOS VEICULOS E DAS TRANSFERENCIAS
      *    E CRIA UM PROPRIETARIO PARA CADA NOME AINDA NAO
      *    CADASTRADO, COM DOCUMENTO PROVISORIO ("P" + 13 DIGITOS,
      *    TIPO "P") E O CEP DO VEICULO - O CPF/CNPJ DE VERDADE NAO
      *    EXISTE EM NENHUM ARQUIVO E E INFORMADO DEPOIS, NO BALCAO,
      *    PELA OPCAO DE REGULARIZACAO DO CADPROP;
      *  - RECRIA VEHICLES.DAT E TRANSFVEIC.DAT NO LAYOUT NOVO, COM
      *    O DOCUMENTO DO DONO ACHADO PELO NOME, E PREENCHE O
      *    DOCUMENTO DO RESPONSAVEL NAS MULTAS;
      *  - LISTA EM CNVPROP.LST OS NOMES QUE PARECEM A MESMA PESSOA
      *    COM GRAFIAS DIFERENTES (MESMAS TRES PRIMEIRAS LETRAS DO
      *    PRIMEIRO NOME E MESMO ULTIMO SOBRENOME), PARA A
      *    CONFERENCIA MANUAL: CONFIRMADO QUE E A MESMA PESSOA, OS
      *    DOIS PROVISORIOS SAO REGULARIZADOS NO CADPROP PARA O
      *    MESMO CPF E O CADASTRO OS UNIFICA.
      * DEVE RODAR UMA UNICA VEZ, ANTES DA PRIMEIRA SESSAO NO LAYOUT
      * NOVO; A EXECUCAO FICA MARCADA EM CNVPROP.CTL E O PROGRAMA
      * RECUSA REEXECUTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEIC-V ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FPLACA-V
               ALTERNATE RECORD KEY IS FPROPRIETARIO-V
                   WITH DUPLICATES
               FILE STATUS IS VV-STAT.
           SELECT VEIC-N ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPLACA-N
               ALTERNATE RECORD KEY IS FPROPRIETARIO-N
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO-N
                   WITH DUPLICATES
               FILE STATUS IS VN-STAT.
           SELECT TRANSF-V ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TV-STAT.
           SELECT TRANSF-N ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TN-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-DOCUMENTO
               ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
               FILE STATUS IS PP-STAT.
           SELECT MULTA-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MU-CHAVE
               ALTERNATE RECORD KEY IS MU-PROPRIETARIO WITH DUPLICATES
               FILE STATUS IS MU-STAT.
           SELECT WORK-NOMES ASSIGN TO DISK.
           SELECT WORK-PARECIDOS ASSIGN TO DISK.
           SELECT TEMP-FILE ASSIGN TO "cnvprop.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TP-STAT.
           SELECT CTL-FILE ASSIGN TO "cnvprop.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-STAT.
           SELECT REL-CNV ASSIGN TO "cnvprop.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT ANTIGO DO CADASTRO DE VEICULOS (89 BYTES, SEM O
      * DOCUMENTO DO PROPRIETARIO).
       FD VEIC-V
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "VEHICLES.DAT".
       01 VEIC-V-REC.
           02 FPLACA-V PIC X(25).
           02 FPROPRIETARIO-V PIC X(30).
           02 FILLER PIC X(14).
           02 FCEP-PROP-V PIC 9(08).
           02 FAPELIDO-V PIC X(12).

      * LAYOUT NOVO DO CADASTRO DE VEICULOS (103 BYTES).
       FD VEIC-N
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "VEHICLES.DAT".
       01 VEIC-N-REC.
           02 FPLACA-N PIC X(25).
           02 FPROPRIETARIO-N PIC X(30).
           02 FILLER PIC X(34).
           02 FDOC-PROPRIETARIO-N PIC X(14).

      * LAYOUT ANTIGO DAS TRANSFERENCIAS (121 BYTES, SO OS NOMES).
       FD TRANSF-V VALUE OF FILE-ID IS "transfveic.dat".
       01 TRANSF-V-REC.
           05 TV-PLACA PIC X(25).
           05 TV-PROP-ANT PIC X(30).
           05 TV-PROP-NOVO PIC X(30).
           05 FILLER PIC X(36).

      * LAYOUT NOVO DAS TRANSFERENCIAS (149 BYTES, COM OS DOCUMENTOS).
       FD TRANSF-N VALUE OF FILE-ID IS "transfveic.dat".
       01 TRANSF-N-REC.
           05 TN-DADOS PIC X(121).
           05 TN-DOC-ANT PIC X(14).
           05 TN-DOC-NOVO PIC X(14).

       FD PROPRIET-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "propriet.dat".
       01 PROPRIET-REC.
           05 PP-DOCUMENTO PIC X(14).
           05 PP-TIPO PIC X(01).
               88 PP-PROVISORIO VALUE "P".
           05 PP-NOME PIC X(30).
           05 PP-CEP PIC 9(08).
           05 PP-NUMERO PIC X(06).
           05 PP-DATA-CADASTRO PIC 9(08).
           05 PP-OPERADOR PIC X(20).
           05 FILLER PIC X(30).

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

      * NOMES DE DONO ACHADOS NOS VEICULOS E NAS TRANSFERENCIAS; NO
      * MESMO NOME O MAIOR CEP VEM PRIMEIRO (CEP ZERADO POR ULTIMO).
       SD WORK-NOMES.
       01 SN-NOME-REC.
           05 SN-NOME PIC X(30).
           05 SN-CEP PIC 9(08).

      * PROPRIETARIOS CLASSIFICADOS PELA CHAVE DE SEMELHANCA.
       SD WORK-PARECIDOS.
       01 SP-PARECIDO-REC.
           05 SP-CHAVE PIC X(33).
           05 SP-NOME PIC X(30).
           05 SP-DOCUMENTO PIC X(14).
           05 SP-CEP PIC 9(08).

       FD TEMP-FILE.
       01 TEMP-REC PIC X(121).

       FD CTL-FILE.
       01 CTL-REC.
           05 CT-MARCA PIC X(11).
           05 CT-DATA PIC 9(08).

       FD REL-CNV.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 VV-STAT PIC X(02) VALUE "00".
       77 VN-STAT PIC X(02) VALUE "00".
       77 TV-STAT PIC X(02) VALUE "00".
       77 TN-STAT PIC X(02) VALUE "00".
       77 PP-STAT PIC X(02) VALUE "00".
       77 MU-STAT PIC X(02) VALUE "00".
       77 TP-STAT PIC X(02) VALUE "00".
       77 CT-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
       77 W-FIM-SORT PIC X(01) VALUE "N".
       77 W-CONFIRMA PIC X(01) VALUE "N".
       77 W-VEIC-ANTIGO PIC X(01) VALUE "N".
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-NOME-ATUAL PIC X(30) VALUE SPACES.
       77 W-NOME-BUSCA PIC X(30) VALUE SPACES.
       77 W-DOC-ACHADO PIC X(14) VALUE SPACES.
       77 W-GRAVOU PIC X(01) VALUE "N".
       77 W-TOT-NOMES PIC 9(06) VALUE ZEROS.
       77 W-TOT-CRIADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-VEIC PIC 9(06) VALUE ZEROS.
       77 W-TOT-TRANSF PIC 9(06) VALUE ZEROS.
       77 W-TOT-MULTAS PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-DONO PIC 9(06) VALUE ZEROS.
       77 W-TOT-GRUPOS PIC 9(06) VALUE ZEROS.

      * DOCUMENTO PROVISORIO: "P" SEGUIDO DE UMA SEQUENCIA DE 13
      * DIGITOS, QUE NAO SE CONFUNDE COM CPF NEM CNPJ.
       01 W-DOC-PROVISORIO.
           05 FILLER PIC X(01) VALUE "P".
           05 W-SEQ-PROV PIC 9(13) VALUE ZEROS.

      * CHAVE DE SEMELHANCA: TRES PRIMEIRAS LETRAS DO PRIMEIRO NOME
      * MAIS O ULTIMO SOBRENOME ("JOAO DA SILVA" E "JOAO SILVA"
      * CAEM JUNTOS).
       01 W-CHAVE.
           05 W-CH-INICIO PIC X(03).
           05 W-CH-ULTIMO PIC X(30).
       77 W-IND PIC 9(02) VALUE ZEROS.
       77 W-FIM-NOME PIC 9(02) VALUE ZEROS.
       77 W-INI-ULTIMO PIC 9(02) VALUE ZEROS.

      * GRUPO CORRENTE DA LISTA DE NOMES PARECIDOS: O PRIMEIRO DO
      * GRUPO SO E IMPRESSO QUANDO APARECE O SEGUNDO.
       77 W-CHAVE-GRUPO PIC X(33) VALUE SPACES.
       77 W-QTD-GRUPO PIC 9(04) VALUE ZEROS.
       01 W-PRIMEIRO.
           05 W-PR-NOME PIC X(30).
           05 W-PR-DOCUMENTO PIC X(14).
           05 W-PR-CEP PIC 9(08).

       01 WS-LINHA-PARECIDO.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-L-DOCUMENTO PIC X(14).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-L-NOME PIC X(30).
           05 FILLER PIC X(06) VALUE "  CEP ".
           05 WS-L-CEP PIC 9(08).

       01 WS-SEPARADOR PIC X(78) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVERSAO PARA O CADASTRO DE PROPRIETARIOS - "
               "VEHICLES.DAT, TRANSFVEIC.DAT E MULTA.DAT".
           OPEN INPUT CTL-FILE.
           IF CT-STAT = "00"
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "CONVERSAO JA EXECUTADA EM " CT-DATA
                       DISPLAY "NADA A FAZER"
                       CLOSE CTL-FILE
                       MOVE 4 TO RETURN-CODE
                       GOBACK
               END-READ
               CLOSE CTL-FILE
           END-IF.
           DISPLAY "CONFIRMA A CONVERSAO (S/N) :-> ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "CONVERSAO NAO EXECUTADA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ABRE-PROPRIETARIOS THRU ABRE-PROPRIETARIOS-FIM.
           IF PP-STAT NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SORT WORK-NOMES
               ON ASCENDING KEY SN-NOME
               ON DESCENDING KEY SN-CEP
               INPUT PROCEDURE COLETA-NOMES THRU COLETA-NOMES-FIM
               OUTPUT PROCEDURE CRIA-PROPRIETARIOS.
           PERFORM CONVERTE-VEIC THRU CONVERTE-VEIC-FIM.
           PERFORM CONVERTE-TRANSF THRU CONVERTE-TRANSF-FIM.
           PERFORM ATUALIZA-MULTAS THRU ATUALIZA-MULTAS-FIM.
           CLOSE PROPRIET-FILE.
           OPEN OUTPUT REL-CNV.
           MOVE "NOMES PARECIDOS - CONFERIR SE SAO A MESMA PESSOA"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "(REGULARIZAR NO CADPROP PARA O MESMO CPF/CNPJ)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           SORT WORK-PARECIDOS
               ON ASCENDING KEY SP-CHAVE SP-NOME
               INPUT PROCEDURE COLETA-PARECIDOS
                   THRU COLETA-PARECIDOS-FIM
               OUTPUT PROCEDURE LISTA-PARECIDOS.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SPACES TO REL-LINHA.
           STRING "GRUPOS PARA CONFERENCIA: " W-TOT-GRUPOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE REL-CNV.
           PERFORM MARCA-EXECUTADO.
           DISPLAY "NOMES DE PROPRIETARIO DISTINTOS: " W-TOT-NOMES.
           DISPLAY "PROPRIETARIOS PROVISORIOS CRIADOS: " W-TOT-CRIADOS.
           DISPLAY "VEICULOS CONVERTIDOS............: " W-TOT-VEIC.
           DISPLAY "TRANSFERENCIAS CONVERTIDAS......: " W-TOT-TRANSF.
           DISPLAY "MULTAS COM DOCUMENTO............: " W-TOT-MULTAS.
           DISPLAY "NOMES SEM DONO NO CADASTRO......: " W-TOT-SEM-DONO.
           DISPLAY "GRUPOS DE NOMES PARECIDOS.......: " W-TOT-GRUPOS.
           DISPLAY "LISTA PARA CONFERENCIA EM CNVPROP.LST".
           GOBACK.

      * -----------------------------------
      * ABRE PROPRIET.DAT PARA ATUALIZACAO, CRIANDO-O SE NAO EXISTIR.
      * DONO JA CADASTRADO NO CADPROP ANTES DA CONVERSAO E APROVEITADO
      * PELO NOME E NAO GANHA PROVISORIO.
       ABRE-PROPRIETARIOS.
           OPEN I-O PROPRIET-FILE.
           IF PP-STAT = "30" OR PP-STAT = "35"
               OPEN OUTPUT PROPRIET-FILE
               CLOSE PROPRIET-FILE
               OPEN I-O PROPRIET-FILE
           END-IF.
           IF PP-STAT NOT = "00"
               DISPLAY "PROPRIET.DAT COM STATUS " PP-STAT
                   " - CONVERSAO NAO EXECUTADA"
           END-IF.
       ABRE-PROPRIETARIOS-FIM.
           EXIT.

      * -----------------------------------
      * SOLTA PARA A CLASSIFICACAO O NOME E O CEP DE CADA VEICULO E
      * OS DOIS NOMES DE CADA TRANSFERENCIA (DONO ANTIGO QUE JA NAO
      * TEM VEICULO TAMBEM PRECISA DE DOCUMENTO NO HISTORICO).
      * VEHICLES.DAT COM STATUS 39 JA ESTA NO LAYOUT NOVO.
       COLETA-NOMES.
           OPEN INPUT VEIC-V.
           IF VV-STAT = "30" OR VV-STAT = "35"
               DISPLAY "VEHICLES.DAT NAO ENCONTRADO - PULADO"
           END-IF.
           IF VV-STAT = "39"
               DISPLAY "VEHICLES.DAT JA NO LAYOUT NOVO - PULADO"
           END-IF.
           IF VV-STAT = "00"
               MOVE "S" TO W-VEIC-ANTIGO
               MOVE "N" TO W-EOF
               PERFORM UNTIL W-EOF = "S"
                   READ VEIC-V NEXT RECORD
                       AT END
                           MOVE "S" TO W-EOF
                       NOT AT END
                           IF FPROPRIETARIO-V NOT = SPACES
                               MOVE FPROPRIETARIO-V TO SN-NOME
                               MOVE FCEP-PROP-V TO SN-CEP
                               RELEASE SN-NOME-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEIC-V
           END-IF.
           OPEN INPUT TRANSF-V.
           IF TV-STAT NOT = "00"
               GO TO COLETA-NOMES-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TRANSF-V
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE ZEROS TO SN-CEP
                       IF TV-PROP-ANT NOT = SPACES
                           MOVE TV-PROP-ANT TO SN-NOME
                           RELEASE SN-NOME-REC
                       END-IF
                       IF TV-PROP-NOVO NOT = SPACES
                           MOVE TV-PROP-NOVO TO SN-NOME
                           RELEASE SN-NOME-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSF-V.
       COLETA-NOMES-FIM.
           EXIT.

      * -----------------------------------
      * UM PROPRIETARIO POR NOME DISTINTO. O PRIMEIRO REGISTRO DE
      * CADA NOME TRAZ O MAIOR CEP ACHADO, QUE VIRA O CEP DO DONO.
       CRIA-PROPRIETARIOS.
           MOVE "N" TO W-FIM-SORT.
           MOVE SPACES TO W-NOME-ATUAL.
           PERFORM UNTIL W-FIM-SORT = "S"
               RETURN WORK-NOMES
                   AT END
                       MOVE "S" TO W-FIM-SORT
                   NOT AT END
                       IF SN-NOME NOT = W-NOME-ATUAL
                           MOVE SN-NOME TO W-NOME-ATUAL
                           ADD 1 TO W-TOT-NOMES
                           PERFORM CRIA-PROVISORIO
                               THRU CRIA-PROVISORIO-FIM
                       END-IF
               END-RETURN
           END-PERFORM.

       CRIA-PROVISORIO.
           MOVE SN-NOME TO PP-NOME.
           READ PROPRIET-FILE KEY IS PP-NOME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO CRIA-PROVISORIO-FIM
           END-READ.
           MOVE "N" TO W-GRAVOU.
           PERFORM UNTIL W-GRAVOU = "S"
               ADD 1 TO W-SEQ-PROV
               MOVE SPACES TO PROPRIET-REC
               MOVE W-DOC-PROVISORIO TO PP-DOCUMENTO
               MOVE "P" TO PP-TIPO
               MOVE SN-NOME TO PP-NOME
               MOVE SN-CEP TO PP-CEP
               MOVE W-DATA-HOJE TO PP-DATA-CADASTRO
               MOVE "CNVPROP" TO PP-OPERADOR
               WRITE PROPRIET-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO W-GRAVOU
                       ADD 1 TO W-TOT-CRIADOS
               END-WRITE
           END-PERFORM.
       CRIA-PROVISORIO-FIM.
           EXIT.

      * -----------------------------------
      * DOCUMENTO DO DONO PELO NOME EM W-NOME-BUSCA; BRANCO QUANDO O
      * NOME ESTA EM BRANCO OU NAO FOI ACHADO.
       BUSCA-DOCUMENTO.
           MOVE SPACES TO W-DOC-ACHADO.
           IF W-NOME-BUSCA = SPACES
               GO TO BUSCA-DOCUMENTO-FIM
           END-IF.
           MOVE W-NOME-BUSCA TO PP-NOME.
           READ PROPRIET-FILE KEY IS PP-NOME
               INVALID KEY
                   ADD 1 TO W-TOT-SEM-DONO
               NOT INVALID KEY
                   MOVE PP-DOCUMENTO TO W-DOC-ACHADO
           END-READ.
       BUSCA-DOCUMENTO-FIM.
           EXIT.

      * -----------------------------------
      * RELE VEHICLES.DAT NO LAYOUT INDEXADO DE 89 BYTES E O RECRIA
      * COM 103, COM O DOCUMENTO DO DONO, VIA ARQUIVO DE TRABALHO,
      * COMO NO CNVARQ.
       CONVERTE-VEIC.
           IF W-VEIC-ANTIGO = "N"
               GO TO CONVERTE-VEIC-FIM
           END-IF.
           OPEN INPUT VEIC-V.
           OPEN OUTPUT TEMP-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEIC-V NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE SPACES TO TEMP-REC
                       MOVE VEIC-V-REC TO TEMP-REC(1:89)
                       WRITE TEMP-REC
               END-READ
           END-PERFORM.
           CLOSE VEIC-V TEMP-FILE.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT VEIC-N.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE SPACES TO VEIC-N-REC
                       MOVE TEMP-REC(1:89) TO VEIC-N-REC(1:89)
                       MOVE FPROPRIETARIO-N TO W-NOME-BUSCA
                       PERFORM BUSCA-DOCUMENTO
                           THRU BUSCA-DOCUMENTO-FIM
                       MOVE W-DOC-ACHADO TO FDOC-PROPRIETARIO-N
                       WRITE VEIC-N-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA RECARGA: "
                                   FPLACA-N
                           NOT INVALID KEY
                               ADD 1 TO W-TOT-VEIC
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE VEIC-N.
       CONVERTE-VEIC-FIM.
           EXIT.

      * -----------------------------------
      * RELE TRANSFVEIC.DAT NO LAYOUT DE 121 BYTES E O REGRAVA COM
      * 149, COM O DOCUMENTO DO DONO ANTIGO E DO NOVO ACHADOS PELO
      * NOME GRAVADO NA EPOCA.
       CONVERTE-TRANSF.
           OPEN INPUT TRANSF-V.
           IF TV-STAT NOT = "00"
               DISPLAY "TRANSFVEIC.DAT NAO ENCONTRADO - PULADO"
               GO TO CONVERTE-TRANSF-FIM
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TRANSF-V
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       WRITE TEMP-REC FROM TRANSF-V-REC
               END-READ
           END-PERFORM.
           CLOSE TRANSF-V TEMP-FILE.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT TRANSF-N.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE TEMP-REC TO TRANSF-V-REC
                       MOVE TEMP-REC TO TN-DADOS
                       MOVE TV-PROP-ANT TO W-NOME-BUSCA
                       PERFORM BUSCA-DOCUMENTO
                           THRU BUSCA-DOCUMENTO-FIM
                       MOVE W-DOC-ACHADO TO TN-DOC-ANT
                       MOVE TV-PROP-NOVO TO W-NOME-BUSCA
                       PERFORM BUSCA-DOCUMENTO
                           THRU BUSCA-DOCUMENTO-FIM
                       MOVE W-DOC-ACHADO TO TN-DOC-NOVO
                       WRITE TRANSF-N-REC
                       ADD 1 TO W-TOT-TRANSF
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE TRANSF-N.
       CONVERTE-TRANSF-FIM.
           EXIT.

      * -----------------------------------
      * MULTA.DAT NAO MUDA DE TAMANHO: O DOCUMENTO DO RESPONSAVEL
      * OCUPA PARTE DA RESERVA. SO PREENCHE O QUE ESTA EM BRANCO,
      * PELO NOME DO RESPONSAVEL GRAVADO NA MULTA.
       ATUALIZA-MULTAS.
           OPEN I-O MULTA-FILE.
           IF MU-STAT NOT = "00"
               DISPLAY "MULTA.DAT NAO ENCONTRADO - PULADO"
               GO TO ATUALIZA-MULTAS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ MULTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF MU-DOC-PROP = SPACES
                           MOVE MU-PROPRIETARIO TO W-NOME-BUSCA
                           PERFORM BUSCA-DOCUMENTO
                               THRU BUSCA-DOCUMENTO-FIM
                           IF W-DOC-ACHADO NOT = SPACES
                               MOVE W-DOC-ACHADO TO MU-DOC-PROP
                               REWRITE MULTA-REC
                               ADD 1 TO W-TOT-MULTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTA-FILE.
       ATUALIZA-MULTAS-FIM.
           EXIT.

      * -----------------------------------
      * TODOS OS PROPRIETARIOS (PROVISORIOS E JA CADASTRADOS) ENTRAM
      * NA CLASSIFICACAO PELA CHAVE DE SEMELHANCA.
       COLETA-PARECIDOS.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT NOT = "00"
               GO TO COLETA-PARECIDOS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ PROPRIET-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM MONTA-CHAVE THRU MONTA-CHAVE-FIM
                       MOVE W-CHAVE TO SP-CHAVE
                       MOVE PP-NOME TO SP-NOME
                       MOVE PP-DOCUMENTO TO SP-DOCUMENTO
                       MOVE PP-CEP TO SP-CEP
                       RELEASE SP-PARECIDO-REC
               END-READ
           END-PERFORM.
           CLOSE PROPRIET-FILE.
       COLETA-PARECIDOS-FIM.
           EXIT.

      * TRES PRIMEIRAS LETRAS DE PP-NOME MAIS A ULTIMA PALAVRA.
       MONTA-CHAVE.
           MOVE SPACES TO W-CHAVE.
           MOVE PP-NOME(1:3) TO W-CH-INICIO.
           MOVE ZEROS TO W-FIM-NOME.
           PERFORM VARYING W-IND FROM 30 BY -1
                   UNTIL W-IND < 1 OR W-FIM-NOME NOT = ZEROS
               IF PP-NOME(W-IND:1) NOT = SPACE
                   MOVE W-IND TO W-FIM-NOME
               END-IF
           END-PERFORM.
           IF W-FIM-NOME = ZEROS
               GO TO MONTA-CHAVE-FIM
           END-IF.
           MOVE 1 TO W-INI-ULTIMO.
           PERFORM VARYING W-IND FROM W-FIM-NOME BY -1
                   UNTIL W-IND < 1 OR W-INI-ULTIMO > 1
               IF PP-NOME(W-IND:1) = SPACE
                   COMPUTE W-INI-ULTIMO = W-IND + 1
               END-IF
           END-PERFORM.
           MOVE PP-NOME(W-INI-ULTIMO:W-FIM-NOME - W-INI-ULTIMO + 1)
               TO W-CH-ULTIMO.
       MONTA-CHAVE-FIM.
           EXIT.

      * -----------------------------------
      * IMPRIME OS GRUPOS COM MAIS DE UM PROPRIETARIO NA MESMA CHAVE.
       LISTA-PARECIDOS.
           MOVE "N" TO W-FIM-SORT.
           MOVE HIGH-VALUES TO W-CHAVE-GRUPO.
           PERFORM UNTIL W-FIM-SORT = "S"
               RETURN WORK-PARECIDOS
                   AT END
                       MOVE "S" TO W-FIM-SORT
                   NOT AT END
                       PERFORM TRATA-PARECIDO
               END-RETURN
           END-PERFORM.

       TRATA-PARECIDO.
           IF SP-CHAVE NOT = W-CHAVE-GRUPO
               MOVE SP-CHAVE TO W-CHAVE-GRUPO
               MOVE 1 TO W-QTD-GRUPO
               MOVE SP-NOME TO W-PR-NOME
               MOVE SP-DOCUMENTO TO W-PR-DOCUMENTO
               MOVE SP-CEP TO W-PR-CEP
           ELSE
               ADD 1 TO W-QTD-GRUPO
               IF W-QTD-GRUPO = 2
                   ADD 1 TO W-TOT-GRUPOS
                   WRITE REL-LINHA FROM WS-SEPARADOR
                   MOVE "POSSIVEL MESMA PESSOA:" TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE W-PR-DOCUMENTO TO WS-L-DOCUMENTO
                   MOVE W-PR-NOME TO WS-L-NOME
                   MOVE W-PR-CEP TO WS-L-CEP
                   WRITE REL-LINHA FROM WS-LINHA-PARECIDO
               END-IF
               MOVE SP-DOCUMENTO TO WS-L-DOCUMENTO
               MOVE SP-NOME TO WS-L-NOME
               MOVE SP-CEP TO WS-L-CEP
               WRITE REL-LINHA FROM WS-LINHA-PARECIDO
           END-IF.

      * -----------------------------------
      * MARCA A EXECUCAO EM CNVPROP.CTL PARA O PROGRAMA RECUSAR UMA
      * SEGUNDA CONVERSAO (QUE DESALINHARIA AS TRANSFERENCIAS).
       MARCA-EXECUTADO.
           OPEN OUTPUT CTL-FILE.
           MOVE "CONVERTIDO " TO CT-MARCA.
           ACCEPT CT-DATA FROM DATE YYYYMMDD.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
