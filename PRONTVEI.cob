      * DONOS DE TRANSFVEIC.DAT, AS MUDANCAS DE SITUACAO DE
      * VEIC_HIST.DAT E OS AGENDAMENTOS DE AGVISTO.DAT - E LISTA OS
      * EVENTOS EM ORDEM CRONOLOGICA (CLASSIFICADOS POR DATA/HORA).
      * AS MULTAS DE TRANSITO DE MULTA.DAT (CADMULTA) ENTRAM NA DATA
      * DA INFRACAO, COM O VALOR, A SITUACAO E O RESPONSAVEL.
      * O DONO E IDENTIFICADO PELO CPF/CNPJ (FDOC-PROPRIETARIO), COM
      * O NOME DO CADASTRO DE PROPRIETARIOS (PROPRIET.DAT), E O
      * CABECALHO LISTA OS OUTROS VEICULOS DO MESMO DOCUMENTO; AS
      * TRANSFERENCIAS MOSTRAM O DOCUMENTO DO NOVO DONO.
      * O CABECALHO MOSTRA TAMBEM A APOLICE DE SEGURO VIGENTE NO
      * CADASTRO DE APOLICES (APOLICE.DAT, ATUALIZADO PELO RETSEG).
      * MOSTRA NA TELA E GRAVA O MESMO CONTEUDO EM PRONTVEI.LST,
      * REGRAVADO A CADA CONSULTA, PARA ENTREGAR AO COMPRADOR OU AO
      * SEGURO. BRANCO NA PLACA ENCERRA, NOS MOLDES DO CONSHIST.
       FILE-CONTROL.
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
              RECORD KEY   IS AG-CHAVE
              ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES
              FILE STATUS  IS AG-STAT.
           SELECT MULTA-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS MU-CHAVE
              ALTERNATE RECORD KEY IS MU-PROPRIETARIO WITH DUPLICATES
              FILE STATUS  IS MU-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS PP-DOCUMENTO
              ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
              FILE STATUS  IS PP-STAT.
           SELECT APOLICE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS AP-PLACA
              FILE STATUS  IS AP-STAT.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT REL-PRONT ASSIGN TO "prontvei.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

       FD CEP-FILE VALUE OF FILE-ID IS "ceps.dat".
       01 CEP-FILE-REC.
           05 TF-DATA PIC 9(08).
           05 TF-HORA PIC 9(08).
           05 TF-OPERADOR PIC X(20).
           05 TF-DOC-ANT PIC X(14).
           05 TF-DOC-NOVO PIC X(14).

       FD SIT-HIST VALUE OF FILE-ID IS "veic_hist.dat".
       01 SIT-HIST-REC.
           02 AG-HORARIO PIC 9(04).
           02 FILLER PIC X(10).

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
           02 MU-DATA-PAGTO PIC 9(08).
           02 MU-DATA-LANC PIC 9(08).
           02 MU-OPERADOR PIC X(20).
           02 MU-DOC-PROP PIC X(14).
           02 FILLER PIC X(06).

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

       FD APOLICE-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "apolice.dat".
       01 APOLICE-REC.
           05 AP-PLACA PIC X(25).
           05 AP-NUMERO PIC X(20).
           05 AP-INICIO PIC 9(08).
           05 AP-FIM PIC 9(08).
           05 AP-SITUACAO PIC X(01).
               88 AP-ATIVA     VALUE "A".
               88 AP-CANCELADA VALUE "C".
               88 AP-SUSPENSA  VALUE "S".
           05 AP-GERACAO PIC 9(06).
           05 AP-DATA-RETORNO PIC 9(08).
           05 FILLER PIC X(14).

       SD WORK-SORT.
       01 SD-EVENTO-REC.
           05 SD-DATA PIC 9(08).
       77 TF-STAT PIC X(02) VALUE "00".
       77 VH-STAT PIC X(02) VALUE "00".
       77 AG-STAT PIC X(02) VALUE "00".
       77 MU-STAT PIC X(02) VALUE "00".
       77 PP-STAT PIC X(02) VALUE "00".
       77 AP-STAT PIC X(02) VALUE "00".
       77 W-TXT-APOLICE PIC X(10) VALUE SPACES.
       77 W-DOC-PROP PIC X(14) VALUE SPACES.
       77 W-NOME-PROP PIC X(30) VALUE SPACES.
       77 W-QTD-OUTROS PIC 9(04) VALUE ZEROS.
       77 W-PONTEIRO PIC 9(03) VALUE ZEROS.
       77 W-VALOR-ED PIC Z,ZZZ,ZZ9.99.
       77 W-PLACA PIC X(25) VALUE SPACES.
       77 W-EOF PIC X VALUE "N".
       77 W-FIM-SORT PIC X VALUE "N".
      * TABELAS DE DOMINIO CARREGADAS DE PARAMS.DAT VIA TABPARAM.
       01 TAB-MARCAS.
           05 TM-DOMINIO PIC X(08).
           05 TM-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TM-QTD PIC 9(02).
           05 TM-ITEM OCCURS 20 TIMES.
               10 TM-CODIGO PIC X(02).

       01 TAB-SITUACOES.
           05 TS-DOMINIO PIC X(08).
           05 TS-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TS-QTD PIC 9(02).
           05 TS-ITEM OCCURS 20 TIMES.
               10 TS-CODIGO PIC X(02).
                   CLOSE VEHICLES-FILE
                   GO TO PEDE-PLACA
           END-READ.
           OPEN OUTPUT REL-PRONT.
           PERFORM EMITE-CABECALHO.
           CLOSE VEHICLES-FILE.
           MOVE ZEROS TO W-TOT-EVENTOS.
           MOVE "N" TO W-FIM-SORT.
           SORT WORK-SORT
           MOVE WS-SEPARADOR TO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE SPACES TO W-LINHA.
           PERFORM BUSCA-PROPRIETARIO THRU BUSCA-PROPRIETARIO-FIM.
           STRING "PROPRIETARIO   : " W-NOME-PROP
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           IF W-DOC-PROP NOT = SPACES
               MOVE SPACES TO W-LINHA
               STRING "CPF/CNPJ       : " W-DOC-PROP
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
           PERFORM BUSCA-MARCA.
           MOVE SPACES TO W-LINHA.
           STRING "MARCA          : " TXTNOMEMARCA
               PERFORM EMITE-LINHA
           END-IF.
           PERFORM EMITE-ENDERECO.
           PERFORM EMITE-APOLICE THRU EMITE-APOLICE-FIM.
           PERFORM EMITE-OUTROS-VEICULOS THRU EMITE-OUTROS-VEICULOS-FIM.
           MOVE WS-SEPARADOR TO W-LINHA.
           PERFORM EMITE-LINHA.
           MOVE "HISTORICO (TRANSF., SITUACOES, VISTORIAS E MULTAS):"
               TO W-LINHA.
           PERFORM EMITE-LINHA.

      * -----------------------------------
      * NOME DO DONO PELO DOCUMENTO NO CADASTRO DE PROPRIETARIOS;
      * SEM DOCUMENTO OU SEM CADASTRO VALE O NOME GRAVADO NO VEICULO.
       BUSCA-PROPRIETARIO.
           MOVE FDOC-PROPRIETARIO TO W-DOC-PROP.
           MOVE FPROPRIETARIO TO W-NOME-PROP.
           IF W-DOC-PROP = SPACES
               GO TO BUSCA-PROPRIETARIO-FIM
           END-IF.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT NOT = "00"
               GO TO BUSCA-PROPRIETARIO-FIM
           END-IF.
           MOVE W-DOC-PROP TO PP-DOCUMENTO.
           READ PROPRIET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PP-NOME TO W-NOME-PROP
           END-READ.
           CLOSE PROPRIET-FILE.
       BUSCA-PROPRIETARIO-FIM.
           EXIT.

      * -----------------------------------
      * OUTRAS PLACAS DO MESMO DONO, PELA CHAVE ALTERNATIVA DO
      * DOCUMENTO. E O ULTIMO PASSO DO CABECALHO: A LEITURA TROCA O
      * REGISTRO DA AREA DO ARQUIVO.
       EMITE-OUTROS-VEICULOS.
           IF W-DOC-PROP = SPACES
               GO TO EMITE-OUTROS-VEICULOS-FIM
           END-IF.
           MOVE ZEROS TO W-QTD-OUTROS.
           MOVE W-DOC-PROP TO FDOC-PROPRIETARIO.
           START VEHICLES-FILE KEY IS = FDOC-PROPRIETARIO
               INVALID KEY
                   GO TO EMITE-OUTROS-VEICULOS-FIM
           END-START.
       EMITE-OUTROS-LOOP.
           READ VEHICLES-FILE NEXT RECORD
               AT END
                   GO TO EMITE-OUTROS-VEICULOS-FIM
           END-READ.
           IF FDOC-PROPRIETARIO NOT = W-DOC-PROP
               GO TO EMITE-OUTROS-VEICULOS-FIM
           END-IF.
           IF FPLACA = W-PLACA
               GO TO EMITE-OUTROS-LOOP
           END-IF.
           IF W-QTD-OUTROS = ZEROS
               MOVE "OUTROS VEICULOS DO PROPRIETARIO:" TO W-LINHA
               PERFORM EMITE-LINHA
           END-IF.
           ADD 1 TO W-QTD-OUTROS.
           MOVE SPACES TO W-LINHA.
           STRING "   " FPLACA " VENCTO " FVENCTOVISTORIA
               DELIMITED BY SIZE INTO W-LINHA.
           PERFORM EMITE-LINHA.
           GO TO EMITE-OUTROS-LOOP.
       EMITE-OUTROS-VEICULOS-FIM.
           EXIT.

      * -----------------------------------
      * ENDERECO DO PROPRIETARIO RESOLVIDO AO VIVO NA BASE DE CEPS,
      * PELO CEP GRAVADO NO REGISTRO DO VEICULO.
           EXIT.

      * -----------------------------------
      * APOLICE DA PLACA NO ULTIMO RETORNO DA SEGURADORA, COM A
      * VIGENCIA E A SITUACAO INFORMADAS.
       EMITE-APOLICE.
           OPEN INPUT APOLICE-FILE.
           IF AP-STAT NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "SEGURO         : "
                   "(CADASTRO DE APOLICES INDISPONIVEL)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM EMITE-LINHA
               GO TO EMITE-APOLICE-FIM
           END-IF.
           MOVE W-PLACA TO AP-PLACA.
           READ APOLICE-FILE
               INVALID KEY
                   MOVE SPACES TO W-LINHA
                   STRING "SEGURO         : "
                       "SEM APOLICE NO RETORNO DA SEGURADORA"
                       DELIMITED BY SIZE INTO W-LINHA
                   PERFORM EMITE-LINHA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AP-ATIVA
                           MOVE "ATIVA" TO W-TXT-APOLICE
                       WHEN AP-CANCELADA
                           MOVE "CANCELADA" TO W-TXT-APOLICE
                       WHEN AP-SUSPENSA
                           MOVE "SUSPENSA" TO W-TXT-APOLICE
                       WHEN OTHER
                           MOVE AP-SITUACAO TO W-TXT-APOLICE
                   END-EVALUATE
                   MOVE SPACES TO W-LINHA
                   STRING "SEGURO         : APOLICE " AP-NUMERO
                       DELIMITED BY SIZE INTO W-LINHA
                   PERFORM EMITE-LINHA
                   MOVE SPACES TO W-LINHA
                   STRING "                 VIGENCIA " AP-INICIO
                       " A " AP-FIM " " W-TXT-APOLICE
                       DELIMITED BY SIZE INTO W-LINHA
                   PERFORM EMITE-LINHA
           END-READ.
           CLOSE APOLICE-FILE.
       EMITE-APOLICE-FIM.
           EXIT.

      * -----------------------------------
      * COLETA PARA A CLASSIFICACAO OS EVENTOS DA PLACA NOS
      * HISTORICOS; ARQUIVO AUSENTE SO SIGNIFICA QUE AQUELE CAPITULO
      * AINDA NAO TEM EVENTO.
       COLETA-EVENTOS.
           PERFORM COLETA-TRANSF THRU COLETA-TRANSF-FIM.
           PERFORM COLETA-SITUACOES THRU COLETA-SITUACOES-FIM.
           PERFORM COLETA-VISTORIAS THRU COLETA-VISTORIAS-FIM.
           PERFORM COLETA-MULTAS THRU COLETA-MULTAS-FIM.
       COLETA-EVENTOS-FIM.
           EXIT.

                           MOVE TF-DATA TO SD-DATA
                           MOVE TF-HORA TO SD-HORA
                           MOVE SPACES TO SD-TEXTO
                           MOVE 1 TO W-PONTEIRO
                           STRING "TRANSFERENCIA DE " DELIMITED BY SIZE
                               TF-PROP-ANT DELIMITED BY "  "
                               " PARA " DELIMITED BY SIZE
                               TF-PROP-NOVO DELIMITED BY "  "
                               INTO SD-TEXTO WITH POINTER W-PONTEIRO
                           END-STRING
                           IF TF-DOC-NOVO NOT = SPACES
                               STRING " (" TF-DOC-NOVO ")"
                                   DELIMITED BY SIZE INTO SD-TEXTO
                                   WITH POINTER W-PONTEIRO
                               END-STRING
                           END-IF
                           RELEASE SD-EVENTO-REC
                       END-IF
               END-READ
               DELIMITED BY SIZE INTO SD-TEXTO.
           RELEASE SD-EVENTO-REC.

      * MULTA.DAT TAMBEM E INDEXADO PELA PLACA NA FRENTE DA CHAVE.
       COLETA-MULTAS.
           OPEN INPUT MULTA-FILE.
           IF MU-STAT NOT = "00"
               GO TO COLETA-MULTAS-FIM
           END-IF.
           MOVE W-PLACA TO MU-PLACA.
           MOVE SPACES TO MU-AUTO.
           START MULTA-FILE KEY IS NOT LESS THAN MU-CHAVE
               INVALID KEY
                   CLOSE MULTA-FILE
                   GO TO COLETA-MULTAS-FIM
           END-START.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ MULTA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF MU-PLACA NOT = W-PLACA
                           MOVE "S" TO W-EOF
                       ELSE
                           PERFORM LIBERA-MULTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTA-FILE.
       COLETA-MULTAS-FIM.
           EXIT.

       LIBERA-MULTA.
           EVALUATE TRUE
               WHEN MU-ABERTA    MOVE "ABERTA" TO W-TXT-STATUS
               WHEN MU-PAGA      MOVE "PAGA" TO W-TXT-STATUS
               WHEN MU-RECURSO   MOVE "EM RECURSO" TO W-TXT-STATUS
               WHEN MU-CANCELADA MOVE "CANCELADA" TO W-TXT-STATUS
               WHEN OTHER        MOVE MU-SITUACAO TO W-TXT-STATUS
           END-EVALUATE.
           MOVE MU-DATA-INFRACAO TO SD-DATA.
           MOVE ZEROS TO SD-HORA.
           MOVE MU-VALOR TO W-VALOR-ED.
           MOVE SPACES TO SD-TEXTO.
           STRING "MULTA " MU-AUTO " " W-VALOR-ED " " W-TXT-STATUS
               " RESP: " MU-PROPRIETARIO
               DELIMITED BY SIZE INTO SD-TEXTO.
           RELEASE SD-EVENTO-REC.

      * -----------------------------------
      * OS EVENTOS CHEGAM CLASSIFICADOS POR DATA/HORA: UMA LINHA POR
      * EVENTO, NA TELA E NO ARQUIVO.
