       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDTIT.
      * ATENDIMENTO AO TITULAR DE DADOS (LGPD). DADO UM APELIDO DE
      * AMIGO OU UM PROPRIETARIO (CPF/CNPJ OU NOME), PROCURA A
      * PESSOA EM TODOS OS ARQUIVOS QUE GUARDAM DADO PESSOAL -
      * CADAMIGO.DAT, O DIARIO CONTATOS.DAT, O HISTORICO DE
      * MANUTENCAO AMIGO_HIST.DAT, A LISTA DE E-MAILS COM FALHA DE
      * ENTREGA MAILFALH.DAT, VEHICLES.DAT, PROPRIET.DAT,
      * TRANSFVEIC.DAT, MULTA.DAT E AGCOBRA.DAT - E
      * GRAVA EM LGPDTIT.LST, REGRAVADO A CADA ATENDIMENTO, A
      * EXPORTACAO LEGIVEL DE TUDO O QUE FOI ACHADO.
      * SO O SUPERVISOR, DEPOIS DA EXPORTACAO E COM CONFIRMACAO,
      * ANONIMIZA OS REGISTROS ACHADOS NO PROPRIO ARQUIVO:
      *  - NOME, E-MAIL, SEXO, GENERO, NUMERO DO ENDERECO E NOTAS
      *    DE CONTATO SAO APAGADOS, E O CEP DO AMIGO E O DO
      *    PROPRIETARIO SAO ZERADOS;
      *  - NAS IMAGENS ANTES/DEPOIS DO HISTORICO DE AMIGOS O MESMO
      *    TRATAMENTO DO CADASTRO, E O E-MAIL DO TITULAR SAI DA
      *    LISTA DE FALHAS DE ENTREGA;
      *  - APELIDO E DOCUMENTO VIRAM PSEUDONIMOS ("ANON" + 8
      *    DIGITOS E "A" + 13 DIGITOS) E O NOME VIRA "ANONIMIZADO"
      *    + O PSEUDONIMO, TROCADOS IGUAL EM TODOS OS ARQUIVOS, PARA
      *    OS VINCULOS ENTRE ELES CONTINUAREM FECHANDO;
      *  - PLACAS, DATAS, VALORES, SITUACOES, TIPOS E O CEP DO
      *    VEICULO FICAM COMO ESTAO, PARA AS ESTATISTICAS
      *    CONTINUAREM BATENDO.
      * CADA ATENDIMENTO (EXPORTACAO E ANONIMIZACAO) VAI PARA
      * LGPD.LOG COM O OPERADOR, A DATA/HORA E A QUANTIDADE DE
      * REGISTROS DE CADA ARQUIVO. EXPORTACAO SEM ANONIMIZACAO
      * IDENTIFICA O TITULAR PELO DOCUMENTO OU APELIDO; QUANDO HA
      * ANONIMIZACAO, A LINHA DA EXPORTACAO E A DA ANONIMIZACAO SAEM
      * SO COM O PSEUDONIMO E AS EXPORTACOES ANTERIORES DO TITULAR
      * NO LOG TAMBEM PASSAM PARA O PSEUDONIMO - O LOG NAO GUARDA A
      * LIGACAO ENTRE A PESSOA E O PSEUDONIMO.
      * CASAMENTO DO DONO NOS REGISTROS: REGISTRO COM DOCUMENTO SO
      * CASA PELO DOCUMENTO; SO REGISTRO SEM DOCUMENTO CASA PELO
      * NOME, PARA UM HOMONIMO CADASTRADO NAO SER LEVADO JUNTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAMIGO ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS APELIDO
              ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
              ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT CONTATO-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CJ-STAT.
           SELECT AMIGO-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AH-STAT.
           SELECT FALHA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS MF-EMAIL
              FILE STATUS  IS MF-STAT.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS VE-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PP-DOCUMENTO
              ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
              FILE STATUS  IS PP-STAT.
           SELECT TRANSF-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TF-STAT.
           SELECT MULTA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MU-CHAVE
              ALTERNATE RECORD KEY IS MU-PROPRIETARIO WITH DUPLICATES
              FILE STATUS  IS MU-STAT.
           SELECT COBRA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS CB-CHAVE
              FILE STATUS  IS CB-STAT.
           SELECT REL-LGPD ASSIGN TO "lgpdtit.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LGPD-LOG ASSIGN TO "lgpd.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-STAT.
           SELECT LGPD-TMP ASSIGN TO "lgpd.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-STAT.
       DATA DIVISION.
       FILE SECTION.
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

       FD CONTATO-FILE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "contatos.dat".
       01 REGCONTATO.
           03 CJ-APELIDO    PIC X(12).
           03 CJ-DATA       PIC 9(08).
           03 CJ-HORA       PIC 9(08).
           03 CJ-CANAL      PIC X(01).
           03 CJ-NOTA       PIC X(40).

      * HISTORICO DE MANUTENCAO DO CADASTRO DE AMIGOS (TESTE), COM
      * AS IMAGENS ANTES E DEPOIS DO REGISTRO.
       FD AMIGO-HIST VALUE OF FILE-ID IS "amigo_hist.dat".
       01 AMIGO-HIST-REC.
           05 AH-DATA PIC 9(08).
           05 AH-HORA PIC 9(08).
           05 AH-OPERACAO PIC X(01).
           05 AH-APELIDO PIC X(12).
           05 AH-ANTES.
               10 AH-A-APELIDO PIC X(12).
               10 AH-A-NOME PIC X(30).
               10 AH-A-EMAIL PIC X(30).
               10 AH-A-SEXO PIC X(01).
               10 AH-A-GENERO PIC X(01).
               10 AH-A-TPAMIGO PIC X(01).
               10 AH-A-LAST-CONTATO PIC X(08).
               10 AH-A-CEP-AMIGO PIC X(08).
               10 AH-A-NUMERO-END PIC X(06).
           05 AH-DEPOIS.
               10 AH-D-APELIDO PIC X(12).
               10 AH-D-NOME PIC X(30).
               10 AH-D-EMAIL PIC X(30).
               10 AH-D-SEXO PIC X(01).
               10 AH-D-GENERO PIC X(01).
               10 AH-D-TPAMIGO PIC X(01).
               10 AH-D-LAST-CONTATO PIC X(08).
               10 AH-D-CEP-AMIGO PIC X(08).
               10 AH-D-NUMERO-END PIC X(06).
           05 AH-OPERADOR PIC X(20).

      * E-MAILS COM FALHA DE ENTREGA, MANTIDO PELO NOTIVIST.
       FD FALHA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "mailfalh.dat".
       01 FALHA-REC.
           05 MF-EMAIL PIC X(30).
           05 MF-MENSAGEM PIC X(12).
           05 MF-DATA PIC 9(08).
           05 FILLER PIC X(10).

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
           02 CB-DATA-PAGTO PIC 9(08).
           02 CB-RECIBO PIC 9(06).
           02 FILLER PIC X(10).

       FD REL-LGPD.
       01 REL-LINHA PIC X(100).

      * TRILHA DOS ATENDIMENTOS: UMA LINHA POR EXPORTACAO (E) OU
      * ANONIMIZACAO (A), COM OS REGISTROS DE CADA ARQUIVO.
       FD LGPD-LOG.
       01 LGPD-LOG-REC.
           05 LG-DATA PIC 9(08).
           05 FILLER PIC X(01).
           05 LG-HORA PIC 9(08).
           05 FILLER PIC X(01).
           05 LG-OPERADOR PIC 9(04).
           05 FILLER PIC X(01).
           05 LG-NOME-OPER PIC X(20).
           05 FILLER PIC X(01).
           05 LG-ACAO PIC X(01).
           05 FILLER PIC X(01).
           05 LG-TITULAR PIC X(14).
           05 FILLER PIC X(01).
           05 LG-ARQUIVOS PIC X(100).

      * COPIA DE TRABALHO DO LGPD.LOG NA TROCA DO TITULAR PELO
      * PSEUDONIMO.
       FD LGPD-TMP.
       01 LT-REC PIC X(161).

       WORKING-STORAGE SECTION.
       01 ST-ERRO PIC X(02) VALUE "00".
       77 CJ-STAT PIC X(02) VALUE "00".
       77 AH-STAT PIC X(02) VALUE "00".
       77 MF-STAT PIC X(02) VALUE "00".
       77 VE-STAT PIC X(02) VALUE "00".
       77 PP-STAT PIC X(02) VALUE "00".
       77 TF-STAT PIC X(02) VALUE "00".
       77 MU-STAT PIC X(02) VALUE "00".
       77 CB-STAT PIC X(02) VALUE "00".
       77 LG-STAT PIC X(02) VALUE "00".
       77 LT-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-TIPO PIC X VALUE SPACES.
       77 W-TERMO PIC X(30) VALUE SPACES.
       77 W-ACHOU PIC X VALUE "N".
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-ACAO PIC X VALUE SPACES.
       77 W-LIVRE PIC X VALUE "N".
       77 W-ANONIMIZA PIC X VALUE "N".
       77 W-VALOR-ED PIC Z,ZZZ,ZZ9.99.

      * O TITULAR: APELIDO DE AMIGO, NOME E DOCUMENTO DE DONO (O QUE
      * NAO SE APLICA FICA EM BRANCO) E OS PSEUDONIMOS DA
      * ANONIMIZACAO.
       77 W-APELIDO PIC X(12) VALUE SPACES.
       77 W-NOME PIC X(30) VALUE SPACES.
       77 W-DOC PIC X(14) VALUE SPACES.
       77 W-NOME-ANON PIC X(30) VALUE SPACES.

      * E-MAILS QUE O TITULAR JA TEVE (CADASTRO E HISTORICO), PARA A
      * LISTA DE FALHAS DE ENTREGA.
       77 W-EMAIL PIC X(30) VALUE SPACES.
       77 IND-EM PIC 9(02) VALUE ZEROS.
       77 W-JA-TEM PIC X VALUE "N".
       01 W-EMAILS.
           05 W-QTD-EMAILS PIC 9(02) VALUE ZEROS.
           05 W-EMAIL-TIT PIC X(30) OCCURS 10 TIMES.
       01 W-APELIDO-ANON.
           05 W-AA-PREFIXO PIC X(04) VALUE "ANON".
           05 W-AA-SEQ PIC 9(08) VALUE ZEROS.
       01 W-DOC-ANON.
           05 W-DA-PREFIXO PIC X(01) VALUE "A".
           05 W-DA-SEQ PIC 9(13) VALUE ZEROS.

      * CASAMENTO DE UM DONO GRAVADO EM REGISTRO (NOME + DOCUMENTO)
      * COM O TITULAR.
       77 W-REG-NOME PIC X(30) VALUE SPACES.
       77 W-REG-DOC PIC X(14) VALUE SPACES.
       77 W-CASOU PIC X VALUE "N".
       77 W-CASOU-ANT PIC X VALUE "N".
       77 W-CASOU-NOVO PIC X VALUE "N".
       77 W-CASOU-AMIGO PIC X VALUE "N".

      * QUANTIDADE DE REGISTROS DO TITULAR EM CADA ARQUIVO.
       01 W-CONTAGENS.
           05 W-QT-AMIGO PIC 9(04) VALUE ZEROS.
           05 W-QT-CONTATO PIC 9(04) VALUE ZEROS.
           05 W-QT-VEIC PIC 9(04) VALUE ZEROS.
           05 W-QT-PROP PIC 9(04) VALUE ZEROS.
           05 W-QT-TRANSF PIC 9(04) VALUE ZEROS.
           05 W-QT-MULTA PIC 9(04) VALUE ZEROS.
           05 W-QT-COBRA PIC 9(04) VALUE ZEROS.
           05 W-QT-HIST PIC 9(04) VALUE ZEROS.
           05 W-QT-FALHA PIC 9(04) VALUE ZEROS.
       77 W-QT-TOTAL PIC 9(06) VALUE ZEROS.

       01 DOC-VALIDACAO.
           05 DV-DOCUMENTO PIC X(18).
           05 DV-NORMAL PIC X(14).
           05 DV-TIPO PIC X(01).
           05 DV-OK PIC X(01).

       01 W-LINHA PIC X(100) VALUE SPACES.
       01 WS-SEPARADOR PIC X(78) VALUE ALL "-".

       LINKAGE SECTION.
       01 SESSAO-OPERADOR.
           05 SES-CODIGO PIC 9(04).
           05 SES-NOME PIC X(20).
           05 SES-NIVEL PIC 9(01).
               88 SES-SUPERVISOR VALUE 9.

       PROCEDURE DIVISION USING SESSAO-OPERADOR.
       INICIO.
           DISPLAY "ATENDIMENTO AO TITULAR DE DADOS (LGPD)".
       PEDE-TITULAR.
           DISPLAY " ".
           DISPLAY "1 - APELIDO DE AMIGO".
           DISPLAY "2 - PROPRIETARIO (CPF/CNPJ OU NOME)".
           DISPLAY "TIPO (BRANCO PARA ENCERRAR) :-> ".
           MOVE SPACES TO W-TIPO.
           ACCEPT W-TIPO.
           IF W-TIPO = SPACES
               GOBACK
           END-IF.
           IF W-TIPO NOT = "1" AND W-TIPO NOT = "2"
               DISPLAY "TIPO INVALIDO"
               GO TO PEDE-TITULAR
           END-IF.
           DISPLAY "APELIDO, CPF/CNPJ OU NOME :-> ".
           MOVE SPACES TO W-TERMO.
           ACCEPT W-TERMO.
           IF W-TERMO = SPACES
               GO TO PEDE-TITULAR
           END-IF.
           PERFORM IDENTIFICA-TITULAR THRU IDENTIFICA-TITULAR-FIM.
           IF W-ACHOU = "N"
               GO TO PEDE-TITULAR
           END-IF.
           INITIALIZE W-CONTAGENS W-EMAILS.
           OPEN OUTPUT REL-LGPD.
           PERFORM EMITE-TITULAR.
           PERFORM EXPORTA-AMIGO THRU EXPORTA-AMIGO-FIM.
           PERFORM EXPORTA-CONTATOS THRU EXPORTA-CONTATOS-FIM.
           PERFORM EXPORTA-HIST-AMIGO THRU EXPORTA-HIST-AMIGO-FIM.
           PERFORM EXPORTA-FALHAS THRU EXPORTA-FALHAS-FIM.
           PERFORM EXPORTA-PROPRIETARIO THRU EXPORTA-PROPRIETARIO-FIM.
           PERFORM EXPORTA-VEICULOS THRU EXPORTA-VEICULOS-FIM.
           PERFORM EXPORTA-TRANSF THRU EXPORTA-TRANSF-FIM.
           PERFORM EXPORTA-MULTAS THRU EXPORTA-MULTAS-FIM.
           PERFORM EXPORTA-COBRANCAS THRU EXPORTA-COBRANCAS-FIM.
           PERFORM EMITE-RESUMO.
           CLOSE REL-LGPD.
           DISPLAY "EXPORTACAO GRAVADA EM LGPDTIT.LST".
      * A LINHA DA EXPORTACAO SO E GRAVADA DEPOIS DA DECISAO DE
      * ANONIMIZAR, PARA JA SAIR COM O PSEUDONIMO QUANDO FOR O CASO.
           MOVE "N" TO W-ANONIMIZA.
           MOVE "E" TO W-ACAO.
           PERFORM SOMA-CONTAGENS.
           IF W-QT-TOTAL = ZEROS
               PERFORM GRAVA-LOG
               DISPLAY "NENHUM REGISTRO DO TITULAR - NADA A ANONIMIZAR"
               GO TO PEDE-TITULAR
           END-IF.
           IF NOT SES-SUPERVISOR
               PERFORM GRAVA-LOG
               GO TO PEDE-TITULAR
           END-IF.
           DISPLAY "ANONIMIZAR OS REGISTROS EXPORTADOS? A OPERACAO "
               "NAO TEM VOLTA (S/N) :-> ".
           MOVE "N" TO W-CONFIRMA.
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               PERFORM GRAVA-LOG
               DISPLAY "REGISTROS MANTIDOS"
               GO TO PEDE-TITULAR
           END-IF.
           PERFORM GERA-PSEUDONIMOS THRU GERA-PSEUDONIMOS-FIM.
           MOVE "S" TO W-ANONIMIZA.
           PERFORM PSEUDONIMIZA-LOG THRU PSEUDONIMIZA-LOG-FIM.
           PERFORM GRAVA-LOG.
           INITIALIZE W-CONTAGENS.
           PERFORM ANONIMIZA-AMIGO THRU ANONIMIZA-AMIGO-FIM.
           PERFORM ANONIMIZA-CONTATOS THRU ANONIMIZA-CONTATOS-FIM.
           PERFORM ANONIMIZA-HIST-AMIGO THRU ANONIMIZA-HIST-AMIGO-FIM.
           PERFORM ANONIMIZA-FALHAS THRU ANONIMIZA-FALHAS-FIM.
           PERFORM ANONIMIZA-PROPRIETARIO
               THRU ANONIMIZA-PROPRIETARIO-FIM.
           PERFORM ANONIMIZA-VEICULOS THRU ANONIMIZA-VEICULOS-FIM.
           PERFORM ANONIMIZA-TRANSF THRU ANONIMIZA-TRANSF-FIM.
           PERFORM ANONIMIZA-MULTAS THRU ANONIMIZA-MULTAS-FIM.
           PERFORM ANONIMIZA-COBRANCAS THRU ANONIMIZA-COBRANCAS-FIM.
           MOVE "A" TO W-ACAO.
           PERFORM GRAVA-LOG.
           DISPLAY "TITULAR ANONIMIZADO COMO " W-NOME-ANON.
           DISPLAY "REGISTROS ANONIMIZADOS: " W-QT-TOTAL.
           GO TO PEDE-TITULAR.

      * -----------------------------------
      * RESOLVE O TITULAR. PELO APELIDO: O AMIGO, E O DONO COM O
      * MESMO NOME, SE FOR UM SO. PELO DOCUMENTO: O DONO, E O AMIGO
      * COM O MESMO NOME. PELO NOME: O QUE HOUVER COM ESSE NOME.
      * AMIGO JA EXCLUIDO DO CADASTRO AINDA E ACHADO PELO HISTORICO,
      * QUE GUARDA OS DADOS DELE.
       IDENTIFICA-TITULAR.
           MOVE "N" TO W-ACHOU.
           MOVE SPACES TO W-APELIDO W-NOME W-DOC.
           IF W-TIPO = "1"
               OPEN INPUT CADAMIGO
               IF ST-ERRO NOT = "00"
                   DISPLAY "*** ARQUIVO CADAMIGO.DAT NAO ENCONTRADO ***"
                   GO TO IDENTIFICA-TITULAR-FIM
               END-IF
               MOVE W-TERMO TO APELIDO
               READ CADAMIGO
                   INVALID KEY
                       CLOSE CADAMIGO
                       PERFORM BUSCA-APELIDO-HIST
                           THRU BUSCA-APELIDO-HIST-FIM
                       IF W-APELIDO = SPACES
                           DISPLAY "AMIGO NAO ENCONTRADO"
                           GO TO IDENTIFICA-TITULAR-FIM
                       END-IF
                       DISPLAY "AMIGO EXCLUIDO DO CADASTRO - DADOS "
                           "SO NO HISTORICO"
                       PERFORM BUSCA-DONO-PELO-NOME
                           THRU BUSCA-DONO-PELO-NOME-FIM
                       MOVE "S" TO W-ACHOU
                       GO TO IDENTIFICA-TITULAR-FIM
               END-READ
               MOVE APELIDO TO W-APELIDO
               MOVE NOME TO W-NOME
               CLOSE CADAMIGO
               PERFORM BUSCA-DONO-PELO-NOME
                   THRU BUSCA-DONO-PELO-NOME-FIM
               MOVE "S" TO W-ACHOU
               GO TO IDENTIFICA-TITULAR-FIM
           END-IF.
           PERFORM NORMALIZA-DOCUMENTO.
           IF DV-NORMAL NOT = SPACES
               OPEN INPUT PROPRIET-FILE
               IF PP-STAT NOT = "00"
                   DISPLAY "*** ARQUIVO PROPRIET.DAT NAO ENCONTRADO ***"
                   GO TO IDENTIFICA-TITULAR-FIM
               END-IF
               MOVE DV-NORMAL TO PP-DOCUMENTO
               READ PROPRIET-FILE
                   INVALID KEY
                       DISPLAY "PROPRIETARIO NAO ENCONTRADO"
                       CLOSE PROPRIET-FILE
                       GO TO IDENTIFICA-TITULAR-FIM
               END-READ
               MOVE PP-DOCUMENTO TO W-DOC
               MOVE PP-NOME TO W-NOME
               CLOSE PROPRIET-FILE
           ELSE
               MOVE W-TERMO TO W-NOME
               PERFORM BUSCA-DONO-PELO-NOME
                   THRU BUSCA-DONO-PELO-NOME-FIM
           END-IF.
           PERFORM BUSCA-AMIGO-PELO-NOME THRU BUSCA-AMIGO-PELO-NOME-FIM.
           MOVE "S" TO W-ACHOU.
       IDENTIFICA-TITULAR-FIM.
           EXIT.

      * APELIDO DIGITADO NO HISTORICO DE AMIGOS: O NOME E O DA
      * ULTIMA IMAGEM GRAVADA DELE.
       BUSCA-APELIDO-HIST.
           OPEN INPUT AMIGO-HIST.
           IF AH-STAT NOT = "00"
               GO TO BUSCA-APELIDO-HIST-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AMIGO-HIST
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF AH-APELIDO = W-TERMO
                           MOVE AH-APELIDO TO W-APELIDO
                           IF AH-D-NOME NOT = SPACES
                               MOVE AH-D-NOME TO W-NOME
                           ELSE
                               MOVE AH-A-NOME TO W-NOME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AMIGO-HIST.
       BUSCA-APELIDO-HIST-FIM.
           EXIT.

      * DOCUMENTO DIGITADO: PROVISORIO DA CONVERSAO (P) OU ANONIMO
      * (A) COMO DIGITADO, O RESTO PELO VALDOC. DV-NORMAL EM BRANCO:
      * NAO E DOCUMENTO.
       NORMALIZA-DOCUMENTO.
           MOVE SPACES TO DV-NORMAL.
           IF (W-TERMO(1:1) = "P" OR W-TERMO(1:1) = "A")
                   AND W-TERMO(2:13) NUMERIC
                   AND W-TERMO(15:16) = SPACES
               MOVE W-TERMO(1:14) TO DV-NORMAL
           ELSE
               MOVE W-TERMO TO DV-DOCUMENTO
               CALL "VALDOC" USING DOC-VALIDACAO
               IF DV-OK NOT = "S"
                   MOVE SPACES TO DV-NORMAL
               END-IF
           END-IF.

      * DONO CADASTRADO COM O NOME DO TITULAR. HOMONIMOS NO CADASTRO
      * NAO DEIXAM SABER QUAL E O TITULAR: O DOCUMENTO FICA EM BRANCO
      * E O ATENDIMENTO TEM QUE SER REFEITO PELO CPF/CNPJ.
       BUSCA-DONO-PELO-NOME.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT NOT = "00"
               GO TO BUSCA-DONO-PELO-NOME-FIM
           END-IF.
           MOVE W-NOME TO PP-NOME.
           START PROPRIET-FILE KEY IS = PP-NOME
               INVALID KEY
                   CLOSE PROPRIET-FILE
                   GO TO BUSCA-DONO-PELO-NOME-FIM
           END-START.
           READ PROPRIET-FILE NEXT RECORD.
           MOVE PP-DOCUMENTO TO W-DOC.
           READ PROPRIET-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF PP-NOME = W-NOME
                       MOVE SPACES TO W-DOC
                       DISPLAY "HOMONIMOS NO CADASTRO DE PROPRIETARIOS"
                           " - PARA INCLUIR OS VEICULOS DO TITULAR,"
                       DISPLAY "REFAZER O ATENDIMENTO PELO CPF/CNPJ"
                   END-IF
           END-READ.
           CLOSE PROPRIET-FILE.
       BUSCA-DONO-PELO-NOME-FIM.
           EXIT.

      * AMIGO COM O NOME DO TITULAR, SE FOR UM SO.
       BUSCA-AMIGO-PELO-NOME.
           OPEN INPUT CADAMIGO.
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-AMIGO-PELO-NOME-FIM
           END-IF.
           MOVE W-NOME TO NOME.
           START CADAMIGO KEY IS = NOME
               INVALID KEY
                   CLOSE CADAMIGO
                   GO TO BUSCA-AMIGO-PELO-NOME-FIM
           END-START.
           READ CADAMIGO NEXT RECORD.
           MOVE APELIDO TO W-APELIDO.
           READ CADAMIGO NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NOME = W-NOME
                       MOVE SPACES TO W-APELIDO
                       DISPLAY "MAIS DE UM AMIGO COM ESSE NOME - PARA "
                           "INCLUIR O CADASTRO DE AMIGOS,"
                       DISPLAY "REFAZER O ATENDIMENTO PELO APELIDO"
                   END-IF
           END-READ.
           CLOSE CADAMIGO.
       BUSCA-AMIGO-PELO-NOME-FIM.
           EXIT.

      * -----------------------------------
      * DONO GRAVADO NO REGISTRO (W-REG-NOME/W-REG-DOC) E O TITULAR?
      * COM DOCUMENTO NO REGISTRO, SO PELO DOCUMENTO; SEM, PELO NOME.
       CASA-DONO.
           MOVE "N" TO W-CASOU.
           IF W-REG-DOC NOT = SPACES
               IF W-DOC NOT = SPACES AND W-REG-DOC = W-DOC
                   MOVE "S" TO W-CASOU
               END-IF
           ELSE
               IF W-NOME NOT = SPACES AND W-REG-NOME = W-NOME
                   MOVE "S" TO W-CASOU
               END-IF
           END-IF.

      * -----------------------------------
       EMITE-TITULAR.
           MOVE WS-SEPARADOR TO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE "DADOS PESSOAIS DO TITULAR - LGPD" TO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "NOME.....: " W-NOME
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "APELIDO..: " W-APELIDO "  CPF/CNPJ: " W-DOC
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE WS-SEPARADOR TO W-LINHA.
           PERFORM EMITE-LINHA.

      * -----------------------------------
       EXPORTA-AMIGO.
           MOVE "CADASTRO DE AMIGOS (CADAMIGO.DAT):" TO W-LINHA.
           PERFORM EMITE-LINHA.
           IF W-APELIDO = SPACES
               GO TO EXPORTA-AMIGO-NADA
           END-IF.
           OPEN INPUT CADAMIGO.
           IF ST-ERRO NOT = "00"
               GO TO EXPORTA-AMIGO-NADA
           END-IF.
           MOVE W-APELIDO TO APELIDO.
           READ CADAMIGO
               INVALID KEY
                   CLOSE CADAMIGO
                   GO TO EXPORTA-AMIGO-NADA
           END-READ.
           CLOSE CADAMIGO.
           ADD 1 TO W-QT-AMIGO.
           MOVE EMAIL TO W-EMAIL.
           PERFORM GUARDA-EMAIL.
           MOVE SPACES TO W-LINHA.
           STRING "   APELIDO " APELIDO " NOME " NOME
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "   EMAIL " EMAIL " SEXO " SEXO " GENERO " GENERO
               " TIPO " TPAMIGO
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "   CEP " CEP-AMIGO " NUMERO " NUMERO-END
               " ULTIMO CONTATO " LAST-CONTATO
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           GO TO EXPORTA-AMIGO-FIM.
       EXPORTA-AMIGO-NADA.
           MOVE "   (NENHUM REGISTRO)" TO W-LINHA.
           PERFORM EMITE-LINHA.
       EXPORTA-AMIGO-FIM.
           EXIT.

       EXPORTA-CONTATOS.
           MOVE "DIARIO DE CONTATOS (CONTATOS.DAT):" TO W-LINHA.
           PERFORM EMITE-LINHA.
           IF W-APELIDO = SPACES
               GO TO EXPORTA-CONTATOS-RESUMO
           END-IF.
           OPEN INPUT CONTATO-FILE.
           IF CJ-STAT NOT = "00"
               GO TO EXPORTA-CONTATOS-RESUMO
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CONTATO-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF CJ-APELIDO = W-APELIDO
                           ADD 1 TO W-QT-CONTATO
                           MOVE SPACES TO W-LINHA
                           STRING "   " CJ-DATA " " CJ-HORA " "
                               CJ-CANAL " " CJ-NOTA
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM EMITE-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTATO-FILE.
       EXPORTA-CONTATOS-RESUMO.
           IF W-QT-CONTATO = ZEROS
               MOVE "   (NENHUM REGISTRO)" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
       EXPORTA-CONTATOS-FIM.
           EXIT.

      * HISTORICO DE MANUTENCAO DO AMIGO: CADA EVENTO COM AS
      * IMAGENS ANTES E DEPOIS (A QUE NAO EXISTE VAI EM BRANCO).
       EXPORTA-HIST-AMIGO.
           MOVE "HISTORICO DO CADASTRO DE AMIGOS (AMIGO_HIST.DAT):"
               TO W-LINHA.
           PERFORM EMITE-LINHA.
           IF W-APELIDO = SPACES
               GO TO EXPORTA-HIST-AMIGO-RESUMO
           END-IF.
           OPEN INPUT AMIGO-HIST.
           IF AH-STAT NOT = "00"
               GO TO EXPORTA-HIST-AMIGO-RESUMO
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AMIGO-HIST
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF AH-APELIDO = W-APELIDO
                           ADD 1 TO W-QT-HIST
                           PERFORM EMITE-HIST-AMIGO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AMIGO-HIST.
       EXPORTA-HIST-AMIGO-RESUMO.
           IF W-QT-HIST = ZEROS
               MOVE "   (NENHUM REGISTRO)" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
       EXPORTA-HIST-AMIGO-FIM.
           EXIT.

       EMITE-HIST-AMIGO.
           MOVE SPACES TO W-LINHA.
           STRING "   " AH-DATA " " AH-HORA " OPERACAO " AH-OPERACAO
               " POR " AH-OPERADOR
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           IF AH-ANTES NOT = SPACES
               MOVE SPACES TO W-LINHA
               STRING "      ANTES  " AH-A-NOME " " AH-A-EMAIL
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE SPACES TO W-LINHA
               STRING "             SEXO " AH-A-SEXO " GENERO "
                   AH-A-GENERO " TIPO " AH-A-TPAMIGO " CEP "
                   AH-A-CEP-AMIGO " NUMERO " AH-A-NUMERO-END
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE AH-A-EMAIL TO W-EMAIL
               PERFORM GUARDA-EMAIL
           END-IF.
           IF AH-DEPOIS NOT = SPACES
               MOVE SPACES TO W-LINHA
               STRING "      DEPOIS " AH-D-NOME " " AH-D-EMAIL
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE SPACES TO W-LINHA
               STRING "             SEXO " AH-D-SEXO " GENERO "
                   AH-D-GENERO " TIPO " AH-D-TPAMIGO " CEP "
                   AH-D-CEP-AMIGO " NUMERO " AH-D-NUMERO-END
                   DELIMITED BY SIZE INTO W-LINHA
               END-STRING
               PERFORM EMITE-LINHA
               MOVE AH-D-EMAIL TO W-EMAIL
               PERFORM GUARDA-EMAIL
           END-IF.

      * GUARDA W-EMAIL ENTRE OS E-MAILS DO TITULAR, SEM REPETIR.
       GUARDA-EMAIL.
           IF W-EMAIL NOT = SPACES
               MOVE "N" TO W-JA-TEM
               PERFORM VARYING IND-EM FROM 1 BY 1
                       UNTIL IND-EM > W-QTD-EMAILS
                   IF W-EMAIL-TIT(IND-EM) = W-EMAIL
                       MOVE "S" TO W-JA-TEM
                   END-IF
               END-PERFORM
               IF W-JA-TEM = "N" AND W-QTD-EMAILS < 10
                   ADD 1 TO W-QTD-EMAILS
                   MOVE W-EMAIL TO W-EMAIL-TIT(W-QTD-EMAILS)
               END-IF
           END-IF.

      * FALHAS DE ENTREGA GRAVADAS PARA OS E-MAILS DO TITULAR.
       EXPORTA-FALHAS.
           MOVE "FALHAS DE ENTREGA DE E-MAIL (MAILFALH.DAT):"
               TO W-LINHA.
           PERFORM EMITE-LINHA.
           IF W-QTD-EMAILS = ZEROS
               GO TO EXPORTA-FALHAS-RESUMO
           END-IF.
           OPEN INPUT FALHA-FILE.
           IF MF-STAT NOT = "00"
               GO TO EXPORTA-FALHAS-RESUMO
           END-IF.
           PERFORM VARYING IND-EM FROM 1 BY 1
                   UNTIL IND-EM > W-QTD-EMAILS
               MOVE W-EMAIL-TIT(IND-EM) TO MF-EMAIL
               READ FALHA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO W-QT-FALHA
                       MOVE SPACES TO W-LINHA
                       STRING "   " MF-EMAIL " MENSAGEM " MF-MENSAGEM
                           " EM " MF-DATA
                           DELIMITED BY SIZE INTO W-LINHA
                       END-STRING
                       PERFORM EMITE-LINHA
               END-READ
           END-PERFORM.
           CLOSE FALHA-FILE.
       EXPORTA-FALHAS-RESUMO.
           IF W-QT-FALHA = ZEROS
               MOVE "   (NENHUM REGISTRO)" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
       EXPORTA-FALHAS-FIM.
           EXIT.

       EXPORTA-PROPRIETARIO.
           MOVE "CADASTRO DE PROPRIETARIOS (PROPRIET.DAT):" TO W-LINHA.
           PERFORM EMITE-LINHA.
           IF W-DOC = SPACES
               GO TO EXPORTA-PROPRIETARIO-NADA
           END-IF.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT NOT = "00"
               GO TO EXPORTA-PROPRIETARIO-NADA
           END-IF.
           MOVE W-DOC TO PP-DOCUMENTO.
           READ PROPRIET-FILE
               INVALID KEY
                   CLOSE PROPRIET-FILE
                   GO TO EXPORTA-PROPRIETARIO-NADA
           END-READ.
           CLOSE PROPRIET-FILE.
           ADD 1 TO W-QT-PROP.
           MOVE SPACES TO W-LINHA.
           STRING "   DOCUMENTO " PP-DOCUMENTO " TIPO " PP-TIPO
               " NOME " PP-NOME
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "   CEP " PP-CEP " NUMERO " PP-NUMERO
               " CADASTRADO EM " PP-DATA-CADASTRO " POR " PP-OPERADOR
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           GO TO EXPORTA-PROPRIETARIO-FIM.
       EXPORTA-PROPRIETARIO-NADA.
           MOVE "   (NENHUM REGISTRO)" TO W-LINHA.
           PERFORM EMITE-LINHA.
       EXPORTA-PROPRIETARIO-FIM.
           EXIT.

      * VEICULO DO TITULAR COMO DONO OU LIGADO A ELE COMO AMIGO.
       EXPORTA-VEICULOS.
           MOVE "VEICULOS (VEHICLES.DAT):" TO W-LINHA.
           PERFORM EMITE-LINHA.
           OPEN INPUT VEHICLES-FILE.
           IF VE-STAT NOT = "00"
               GO TO EXPORTA-VEICULOS-RESUMO
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM CASA-VEICULO
                       IF W-CASOU = "S" OR W-CASOU-AMIGO = "S"
                           ADD 1 TO W-QT-VEIC
                           MOVE SPACES TO W-LINHA
                           STRING "   PLACA " FPLACA " DONO "
                               FPROPRIETARIO
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM EMITE-LINHA
                           MOVE SPACES TO W-LINHA
                           STRING "      DOC " FDOC-PROPRIETARIO
                               " CEP " FCEP-PROP " AMIGO "
                               FAPELIDO-AMIGO " SIT " FSITUACAO
                               " VENCTO " FVENCTOVISTORIA
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM EMITE-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
       EXPORTA-VEICULOS-RESUMO.
           IF W-QT-VEIC = ZEROS
               MOVE "   (NENHUM REGISTRO)" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
       EXPORTA-VEICULOS-FIM.
           EXIT.

       CASA-VEICULO.
           MOVE FPROPRIETARIO TO W-REG-NOME.
           MOVE FDOC-PROPRIETARIO TO W-REG-DOC.
           PERFORM CASA-DONO.
           MOVE "N" TO W-CASOU-AMIGO.
           IF W-APELIDO NOT = SPACES AND FAPELIDO-AMIGO = W-APELIDO
               MOVE "S" TO W-CASOU-AMIGO
           END-IF.

       EXPORTA-TRANSF.
           MOVE "TRANSFERENCIAS (TRANSFVEIC.DAT):" TO W-LINHA.
           PERFORM EMITE-LINHA.
           OPEN INPUT TRANSF-FILE.
           IF TF-STAT NOT = "00"
               GO TO EXPORTA-TRANSF-RESUMO
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TRANSF-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM CASA-TRANSF
                       IF W-CASOU-ANT = "S" OR W-CASOU-NOVO = "S"
                           ADD 1 TO W-QT-TRANSF
                           MOVE SPACES TO W-LINHA
                           STRING "   " TF-DATA " " TF-PLACA
                               " DE " TF-DOC-ANT " " TF-PROP-ANT
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM EMITE-LINHA
                           MOVE SPACES TO W-LINHA
                           STRING "                                "
                               "   PARA " TF-DOC-NOVO " " TF-PROP-NOVO
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM EMITE-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSF-FILE.
       EXPORTA-TRANSF-RESUMO.
           IF W-QT-TRANSF = ZEROS
               MOVE "   (NENHUM REGISTRO)" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
       EXPORTA-TRANSF-FIM.
           EXIT.

       CASA-TRANSF.
           MOVE TF-PROP-ANT TO W-REG-NOME.
           MOVE TF-DOC-ANT TO W-REG-DOC.
           PERFORM CASA-DONO.
           MOVE W-CASOU TO W-CASOU-ANT.
           MOVE TF-PROP-NOVO TO W-REG-NOME.
           MOVE TF-DOC-NOVO TO W-REG-DOC.
           PERFORM CASA-DONO.
           MOVE W-CASOU TO W-CASOU-NOVO.

       EXPORTA-MULTAS.
           MOVE "MULTAS DE TRANSITO (MULTA.DAT):" TO W-LINHA.
           PERFORM EMITE-LINHA.
           OPEN INPUT MULTA-FILE.
           IF MU-STAT NOT = "00"
               GO TO EXPORTA-MULTAS-RESUMO
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ MULTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE MU-PROPRIETARIO TO W-REG-NOME
                       MOVE MU-DOC-PROP TO W-REG-DOC
                       PERFORM CASA-DONO
                       IF W-CASOU = "S"
                           ADD 1 TO W-QT-MULTA
                           MOVE MU-VALOR TO W-VALOR-ED
                           MOVE SPACES TO W-LINHA
                           STRING "   " MU-DATA-INFRACAO " " MU-PLACA
                               " AUTO " MU-AUTO " " W-VALOR-ED
                               " SIT " MU-SITUACAO
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM EMITE-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTA-FILE.
       EXPORTA-MULTAS-RESUMO.
           IF W-QT-MULTA = ZEROS
               MOVE "   (NENHUM REGISTRO)" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
       EXPORTA-MULTAS-FIM.
           EXIT.

      * A COBRANCA SO GUARDA O NOME DO DONO DA EPOCA.
       EXPORTA-COBRANCAS.
           MOVE "COBRANCAS DE VISTORIA (AGCOBRA.DAT):" TO W-LINHA.
           PERFORM EMITE-LINHA.
           OPEN INPUT COBRA-FILE.
           IF CB-STAT NOT = "00"
               GO TO EXPORTA-COBRANCAS-RESUMO
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ COBRA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE CB-PROPRIETARIO TO W-REG-NOME
                       MOVE SPACES TO W-REG-DOC
                       PERFORM CASA-DONO
                       IF W-CASOU = "S"
                           ADD 1 TO W-QT-COBRA
                           MOVE CB-VALOR TO W-VALOR-ED
                           MOVE SPACES TO W-LINHA
                           STRING "   " CB-DATA " " CB-PLACA " TIPO "
                               CB-TIPO " " W-VALOR-ED " STATUS "
                               CB-STATUS " RECIBO " CB-RECIBO
                               DELIMITED BY SIZE INTO W-LINHA
                           END-STRING
                           PERFORM EMITE-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COBRA-FILE.
       EXPORTA-COBRANCAS-RESUMO.
           IF W-QT-COBRA = ZEROS
               MOVE "   (NENHUM REGISTRO)" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
       EXPORTA-COBRANCAS-FIM.
           EXIT.

       EMITE-RESUMO.
           COMPUTE W-QT-TOTAL = W-QT-AMIGO + W-QT-CONTATO + W-QT-VEIC
               + W-QT-PROP + W-QT-TRANSF + W-QT-MULTA + W-QT-COBRA
               + W-QT-HIST + W-QT-FALHA.
           MOVE WS-SEPARADOR TO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE SPACES TO W-LINHA.
           STRING "REGISTROS DO TITULAR: " W-QT-TOTAL
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.

      * -----------------------------------
      * PSEUDONIMOS AINDA NAO USADOS: PRIMEIRO APELIDO "ANON" LIVRE
      * EM CADAMIGO.DAT E PRIMEIRO DOCUMENTO "A" LIVRE EM
      * PROPRIET.DAT. O NOME ANONIMO LEVA O PSEUDONIMO, PARA DOIS
      * TITULARES ANONIMIZADOS NAO VIRAREM A MESMA PESSOA NOS
      * RELATORIOS AGRUPADOS POR DONO.
       GERA-PSEUDONIMOS.
           MOVE ZEROS TO W-AA-SEQ W-DA-SEQ.
           IF W-APELIDO NOT = SPACES
               OPEN INPUT CADAMIGO
               MOVE "N" TO W-LIVRE
               PERFORM UNTIL W-LIVRE = "S"
                   ADD 1 TO W-AA-SEQ
                   MOVE W-APELIDO-ANON TO APELIDO
                   READ CADAMIGO
                       INVALID KEY
                           MOVE "S" TO W-LIVRE
                   END-READ
               END-PERFORM
               CLOSE CADAMIGO
           END-IF.
           IF W-DOC NOT = SPACES
               OPEN INPUT PROPRIET-FILE
               MOVE "N" TO W-LIVRE
               PERFORM UNTIL W-LIVRE = "S"
                   ADD 1 TO W-DA-SEQ
                   MOVE W-DOC-ANON TO PP-DOCUMENTO
                   READ PROPRIET-FILE
                       INVALID KEY
                           MOVE "S" TO W-LIVRE
                   END-READ
               END-PERFORM
               CLOSE PROPRIET-FILE
           END-IF.
           MOVE SPACES TO W-NOME-ANON.
           IF W-DOC NOT = SPACES
               STRING "ANONIMIZADO " W-DOC-ANON
                   DELIMITED BY SIZE INTO W-NOME-ANON
           ELSE
               IF W-APELIDO NOT = SPACES
                   STRING "ANONIMIZADO " W-APELIDO-ANON
                       DELIMITED BY SIZE INTO W-NOME-ANON
               ELSE
                   MOVE "ANONIMIZADO" TO W-NOME-ANON
               END-IF
           END-IF.
       GERA-PSEUDONIMOS-FIM.
           EXIT.

      * -----------------------------------
      * O APELIDO E A CHAVE: O REGISTRO SAI E VOLTA COM O PSEUDONIMO.
       ANONIMIZA-AMIGO.
           IF W-APELIDO = SPACES
               GO TO ANONIMIZA-AMIGO-FIM
           END-IF.
           OPEN I-O CADAMIGO.
           IF ST-ERRO NOT = "00"
               GO TO ANONIMIZA-AMIGO-FIM
           END-IF.
           MOVE W-APELIDO TO APELIDO.
           READ CADAMIGO
               INVALID KEY
                   CLOSE CADAMIGO
                   GO TO ANONIMIZA-AMIGO-FIM
           END-READ.
           DELETE CADAMIGO RECORD.
           MOVE W-APELIDO-ANON TO APELIDO.
           MOVE W-NOME-ANON TO NOME.
           MOVE SPACES TO EMAIL SEXO GENERO NUMERO-END.
           MOVE ZEROS TO CEP-AMIGO.
           WRITE REGAMIGO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O AMIGO - STATUS " ST-ERRO
               NOT INVALID KEY
                   ADD 1 TO W-QT-AMIGO
           END-WRITE.
           CLOSE CADAMIGO.
       ANONIMIZA-AMIGO-FIM.
           EXIT.

       ANONIMIZA-CONTATOS.
           IF W-APELIDO = SPACES
               GO TO ANONIMIZA-CONTATOS-FIM
           END-IF.
           OPEN I-O CONTATO-FILE.
           IF CJ-STAT NOT = "00"
               GO TO ANONIMIZA-CONTATOS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CONTATO-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF CJ-APELIDO = W-APELIDO
                           MOVE W-APELIDO-ANON TO CJ-APELIDO
                           MOVE "(ANONIMIZADO)" TO CJ-NOTA
                           REWRITE REGCONTATO
                           ADD 1 TO W-QT-CONTATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTATO-FILE.
       ANONIMIZA-CONTATOS-FIM.
           EXIT.

      * NO HISTORICO O EVENTO FICA (DATA, OPERACAO E OPERADOR); NAS
      * DUAS IMAGENS O AMIGO RECEBE O MESMO TRATAMENTO DO CADASTRO.
       ANONIMIZA-HIST-AMIGO.
           IF W-APELIDO = SPACES
               GO TO ANONIMIZA-HIST-AMIGO-FIM
           END-IF.
           OPEN I-O AMIGO-HIST.
           IF AH-STAT NOT = "00"
               GO TO ANONIMIZA-HIST-AMIGO-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AMIGO-HIST
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF AH-APELIDO = W-APELIDO
                           MOVE W-APELIDO-ANON TO AH-APELIDO
                           IF AH-ANTES NOT = SPACES
                               MOVE W-APELIDO-ANON TO AH-A-APELIDO
                               MOVE W-NOME-ANON TO AH-A-NOME
                               MOVE SPACES TO AH-A-EMAIL AH-A-SEXO
                                   AH-A-GENERO AH-A-NUMERO-END
                               MOVE ZEROS TO AH-A-CEP-AMIGO
                           END-IF
                           IF AH-DEPOIS NOT = SPACES
                               MOVE W-APELIDO-ANON TO AH-D-APELIDO
                               MOVE W-NOME-ANON TO AH-D-NOME
                               MOVE SPACES TO AH-D-EMAIL AH-D-SEXO
                                   AH-D-GENERO AH-D-NUMERO-END
                               MOVE ZEROS TO AH-D-CEP-AMIGO
                           END-IF
                           REWRITE AMIGO-HIST-REC
                           ADD 1 TO W-QT-HIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AMIGO-HIST.
       ANONIMIZA-HIST-AMIGO-FIM.
           EXIT.

      * O E-MAIL E A CHAVE DA LISTA DE FALHAS: O REGISTRO E APAGADO.
       ANONIMIZA-FALHAS.
           IF W-QTD-EMAILS = ZEROS
               GO TO ANONIMIZA-FALHAS-FIM
           END-IF.
           OPEN I-O FALHA-FILE.
           IF MF-STAT NOT = "00"
               GO TO ANONIMIZA-FALHAS-FIM
           END-IF.
           PERFORM VARYING IND-EM FROM 1 BY 1
                   UNTIL IND-EM > W-QTD-EMAILS
               MOVE W-EMAIL-TIT(IND-EM) TO MF-EMAIL
               DELETE FALHA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO W-QT-FALHA
               END-DELETE
           END-PERFORM.
           CLOSE FALHA-FILE.
       ANONIMIZA-FALHAS-FIM.
           EXIT.

      * O DOCUMENTO E A CHAVE: O REGISTRO SAI E VOLTA COM O
      * PSEUDONIMO, TIPO "A" (NAO PODE SER REGULARIZADO NO CADPROP).
       ANONIMIZA-PROPRIETARIO.
           IF W-DOC = SPACES
               GO TO ANONIMIZA-PROPRIETARIO-FIM
           END-IF.
           OPEN I-O PROPRIET-FILE.
           IF PP-STAT NOT = "00"
               GO TO ANONIMIZA-PROPRIETARIO-FIM
           END-IF.
           MOVE W-DOC TO PP-DOCUMENTO.
           READ PROPRIET-FILE
               INVALID KEY
                   CLOSE PROPRIET-FILE
                   GO TO ANONIMIZA-PROPRIETARIO-FIM
           END-READ.
           DELETE PROPRIET-FILE RECORD.
           MOVE W-DOC-ANON TO PP-DOCUMENTO.
           MOVE "A" TO PP-TIPO.
           MOVE W-NOME-ANON TO PP-NOME.
           MOVE SPACES TO PP-NUMERO.
           MOVE ZEROS TO PP-CEP.
           WRITE PROPRIET-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O PROPRIETARIO - STATUS "
                       PP-STAT
               NOT INVALID KEY
                   ADD 1 TO W-QT-PROP
           END-WRITE.
           CLOSE PROPRIET-FILE.
       ANONIMIZA-PROPRIETARIO-FIM.
           EXIT.

      * NO VEICULO SO O QUE E DO TITULAR MUDA: O DONO, SE FOR ELE, E
      * O VINCULO DE AMIGO, SE FOR ELE; O CEP FICA (REGIAO).
       ANONIMIZA-VEICULOS.
           OPEN I-O VEHICLES-FILE.
           IF VE-STAT NOT = "00"
               GO TO ANONIMIZA-VEICULOS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM CASA-VEICULO
                       IF W-CASOU = "S" OR W-CASOU-AMIGO = "S"
                           IF W-CASOU = "S"
                               MOVE W-NOME-ANON TO FPROPRIETARIO
                               IF W-DOC NOT = SPACES
                                   MOVE W-DOC-ANON TO FDOC-PROPRIETARIO
                               END-IF
                           END-IF
                           IF W-CASOU-AMIGO = "S"
                               MOVE W-APELIDO-ANON TO FAPELIDO-AMIGO
                           END-IF
                           REWRITE VEHICLE-STRUCT
                           ADD 1 TO W-QT-VEIC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
       ANONIMIZA-VEICULOS-FIM.
           EXIT.

       ANONIMIZA-TRANSF.
           OPEN I-O TRANSF-FILE.
           IF TF-STAT NOT = "00"
               GO TO ANONIMIZA-TRANSF-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ TRANSF-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM CASA-TRANSF
                       IF W-CASOU-ANT = "S"
                           MOVE W-NOME-ANON TO TF-PROP-ANT
                           IF W-DOC NOT = SPACES
                               MOVE W-DOC-ANON TO TF-DOC-ANT
                           END-IF
                       END-IF
                       IF W-CASOU-NOVO = "S"
                           MOVE W-NOME-ANON TO TF-PROP-NOVO
                           IF W-DOC NOT = SPACES
                               MOVE W-DOC-ANON TO TF-DOC-NOVO
                           END-IF
                       END-IF
                       IF W-CASOU-ANT = "S" OR W-CASOU-NOVO = "S"
                           REWRITE TRANSF-REC
                           ADD 1 TO W-QT-TRANSF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSF-FILE.
       ANONIMIZA-TRANSF-FIM.
           EXIT.

       ANONIMIZA-MULTAS.
           OPEN I-O MULTA-FILE.
           IF MU-STAT NOT = "00"
               GO TO ANONIMIZA-MULTAS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ MULTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE MU-PROPRIETARIO TO W-REG-NOME
                       MOVE MU-DOC-PROP TO W-REG-DOC
                       PERFORM CASA-DONO
                       IF W-CASOU = "S"
                           MOVE W-NOME-ANON TO MU-PROPRIETARIO
                           IF W-DOC NOT = SPACES
                               MOVE W-DOC-ANON TO MU-DOC-PROP
                           END-IF
                           REWRITE MULTA-REC
                           ADD 1 TO W-QT-MULTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTA-FILE.
       ANONIMIZA-MULTAS-FIM.
           EXIT.

       ANONIMIZA-COBRANCAS.
           OPEN I-O COBRA-FILE.
           IF CB-STAT NOT = "00"
               GO TO ANONIMIZA-COBRANCAS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ COBRA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE CB-PROPRIETARIO TO W-REG-NOME
                       MOVE SPACES TO W-REG-DOC
                       PERFORM CASA-DONO
                       IF W-CASOU = "S"
                           MOVE W-NOME-ANON TO CB-PROPRIETARIO
                           REWRITE COBRA-REC
                           ADD 1 TO W-QT-COBRA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COBRA-FILE.
       ANONIMIZA-COBRANCAS-FIM.
           EXIT.

      * -----------------------------------
      * GRAVA O ATENDIMENTO EM LGPD.LOG, CRIANDO O ARQUIVO NA
      * PRIMEIRA VEZ, NOS MOLDES DO ASSINA.LOG. NO ATENDIMENTO COM
      * ANONIMIZACAO O TITULAR SAI SO PELO PSEUDONIMO, NAS DUAS
      * LINHAS.
       GRAVA-LOG.
           PERFORM SOMA-CONTAGENS.
           OPEN EXTEND LGPD-LOG.
           IF LG-STAT NOT = "00"
               OPEN OUTPUT LGPD-LOG
               CLOSE LGPD-LOG
               OPEN EXTEND LGPD-LOG
           END-IF.
           MOVE SPACES TO LGPD-LOG-REC.
           ACCEPT LG-DATA FROM DATE YYYYMMDD.
           ACCEPT LG-HORA FROM TIME.
           MOVE SES-CODIGO TO LG-OPERADOR.
           MOVE SES-NOME TO LG-NOME-OPER.
           MOVE W-ACAO TO LG-ACAO.
           IF W-ANONIMIZA = "S"
               IF W-DOC NOT = SPACES
                   MOVE W-DOC-ANON TO LG-TITULAR
               ELSE
                   MOVE W-APELIDO-ANON TO LG-TITULAR
               END-IF
           ELSE
               IF W-DOC NOT = SPACES
                   MOVE W-DOC TO LG-TITULAR
               ELSE
                   MOVE W-APELIDO TO LG-TITULAR
               END-IF
           END-IF.
           STRING "AMIGO=" W-QT-AMIGO " CONTATO=" W-QT-CONTATO
               " VEIC=" W-QT-VEIC " PROP=" W-QT-PROP
               " TRANSF=" W-QT-TRANSF " MULTA=" W-QT-MULTA
               " COBRA=" W-QT-COBRA " HIST=" W-QT-HIST
               " MAILF=" W-QT-FALHA
               DELIMITED BY SIZE INTO LG-ARQUIVOS.
           WRITE LGPD-LOG-REC.
           CLOSE LGPD-LOG.

       SOMA-CONTAGENS.
           COMPUTE W-QT-TOTAL = W-QT-AMIGO + W-QT-CONTATO + W-QT-VEIC
               + W-QT-PROP + W-QT-TRANSF + W-QT-MULTA + W-QT-COBRA
               + W-QT-HIST + W-QT-FALHA.

      * -----------------------------------
      * TITULAR ANONIMIZADO: AS EXPORTACOES ANTERIORES DELE EM
      * LGPD.LOG, GRAVADAS COM O DOCUMENTO OU O APELIDO, PASSAM PARA
      * O PSEUDONIMO. O LOG E COPIADO PARA LGPD.TMP COM A TROCA E
      * RECARREGADO, NOS MOLDES DO RELARQ.IDX DO BATNOITE.
       PSEUDONIMIZA-LOG.
           OPEN INPUT LGPD-LOG.
           IF LG-STAT NOT = "00"
               GO TO PSEUDONIMIZA-LOG-FIM
           END-IF.
           OPEN OUTPUT LGPD-TMP.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ LGPD-LOG
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF W-DOC NOT = SPACES
                               AND LG-TITULAR = W-DOC
                           MOVE W-DOC-ANON TO LG-TITULAR
                       END-IF
                       IF W-APELIDO NOT = SPACES
                               AND LG-TITULAR = W-APELIDO
                           MOVE W-APELIDO-ANON TO LG-TITULAR
                       END-IF
                       WRITE LT-REC FROM LGPD-LOG-REC
               END-READ
           END-PERFORM.
           CLOSE LGPD-LOG LGPD-TMP.
           OPEN INPUT LGPD-TMP.
           OPEN OUTPUT LGPD-LOG.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ LGPD-TMP
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       WRITE LGPD-LOG-REC FROM LT-REC
               END-READ
           END-PERFORM.
           CLOSE LGPD-TMP LGPD-LOG.
       PSEUDONIMIZA-LOG-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA A LINHA NA TELA E GRAVA A MESMA LINHA NO .LST.
       EMITE-LINHA.
           DISPLAY W-LINHA.
           WRITE REL-LINHA FROM W-LINHA.
