       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOCEP.
      * RECONSTRUCAO DA BASE DE CEPS COMO ELA ESTAVA NO FIM DE UM DIA
      * PASSADO, PARA AS CONTESTACOES DA TRANSPORTADORA SOBRE O
      * ENDERECO QUE UM CEP TINHA NO DIA DE UMA GERACAO DO EXPCEP.
      * PEDE A DATA NO CONSOLE E PARTE DE CEPS.DAT COMO ESTA HOJE,
      * DESFAZENDO DE TRAS PARA A FRENTE OS EVENTOS POSTERIORES A
      * DATA: OS DE CEPS_HIST.DAT E OS DOS ARQUIVOS MORTOS QUE O
      * ARQHIST TIROU DELE (LISTADOS EM CEPHIST.IDX; ARQUIVO MORTO
      * GERADO ANTES DO INDICE EXISTIR TEM QUE SER ACRESCENTADO A MAO
      * NO INDICE, NOME NAS 30 PRIMEIRAS POSICOES E DATA DE CORTE
      * AAAAMMDD DEPOIS DE UM BRANCO). OS EVENTOS SAO CLASSIFICADOS
      * POR CEP, DO MAIS NOVO PARA O MAIS ANTIGO, E CASADOS COM
      * CEPS.DAT; CADA EVENTO DEVOLVE AO CEP A IMAGEM ANTES, E A
      * INCLUSAO O TIRA DA BASE (AINDA NAO EXISTIA NA DATA).
      * CONFERENCIA: O ENDERECO DO CEP (LOGRADOURO, BAIRRO, CIDADE,
      * UF, PONTO DE REFERENCIA E SITUACAO) TEM QUE SER O DA IMAGEM
      * DEPOIS DO EVENTO; QUANDO NAO E (BASE MEXIDA FORA DO CADASTRO,
      * COMO NUMA RESTAURACAO DO RSTMAST) O EVENTO E APLICADO ASSIM
      * MESMO E A DIVERGENCIA VAI PARA O LOG. A OBSERVACAO NAO ENTRA
      * NA CONFERENCIA: O RETCEP A MARCA SEM PASSAR PELO HISTORICO.
      * EVENTO SEM O QUE DESFAZER (ALTERACAO OU CANCELAMENTO SEM
      * IMAGEM ANTES, INCLUSAO DE CEP QUE JA NAO ESTA NA BASE,
      * OPERACAO DESCONHECIDA) NAO E APLICADO E VAI PARA O LOG.
      * GRAVA A FOTO EM CEPFOTO_AAAAMMDD.DAT, SEQUENCIAL, EM ORDEM DE
      * CEP E NO MESMO LAYOUT DE CEPS.DAT - O RELCEP E O DUPCEP A LEEM
      * QUANDO O NOME DELA ESTA EM CEPBASE.CFG. NO FIM GRAVA EM
      * FOTOCEP.LOG AS CONTAGENS: CEPS RECONSTRUIDOS (COM EVENTO
      * POSTERIOR A DATA), SEM HISTORICO (IGUAIS A HOJE), INCLUIDOS
      * DEPOIS DA DATA E EVENTOS NAO APLICADOS. EXECUCAO EVENTUAL;
      * RETURN-CODE 4 COM EVENTO NAO APLICADO OU DIVERGENTE, 8 SEM
      * DATA VALIDA OU SEM CEPS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.
           SELECT CEP-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CH-STAT.
           SELECT ARQV-FILE ASSIGN TO DYNAMIC W-NOME-ARQV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-STAT.
           SELECT IDX-FILE ASSIGN TO "cephist.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IX-STAT.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT FOTO-FILE ASSIGN TO DYNAMIC W-NOME-FOTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FT-STAT.
           SELECT FOTO-LOG ASSIGN TO "fotocep.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD CEP-HIST VALUE OF FILE-ID IS "ceps_hist.dat".
       01 CEP-HIST-REC PIC X(351).

       FD ARQV-FILE.
       01 ARQV-REC PIC X(351).

      * UMA LINHA POR ARQUIVO MORTO DO ARQHIST: NOME E DATA DE CORTE
      * (O ARQUIVO SO TEM EVENTOS ANTERIORES A ELA).
       FD IDX-FILE.
       01 IDX-REC.
           05 IX-NOME PIC X(30).
           05 FILLER PIC X(01).
           05 IX-CORTE PIC 9(08).

      * O EVENTO NO LAYOUT DE CEPS_HIST.DAT.
       SD WORK-SORT.
       01 SD-EVENTO.
           05 SD-DATA-HORA.
               10 SD-DATA PIC 9(08).
               10 SD-HORA PIC 9(08).
           05 SD-OPERACAO PIC X(01).
               88 SD-OP-INCLUSAO   VALUE "I".
               88 SD-OP-ALTERACAO  VALUE "A".
               88 SD-OP-CANCELA    VALUE "C".
           05 SD-CEP PIC 9(08).
           05 SD-ANTES.
               10 SD-A-LOGRADOURO     PIC X(35).
               10 SD-A-BAIRRO PIC X(20).
               10 SD-A-CIDADE PIC X(20).
               10 SD-A-UF PIC X(02).
               10 SD-A-PONTO-REFERENCIA PIC X(35).
               10 SD-A-STATUS PIC X(01).
               10 SD-A-OBSERVACAO PIC X(40).
           05 SD-DEPOIS.
               10 SD-D-LOGRADOURO     PIC X(35).
               10 SD-D-BAIRRO PIC X(20).
               10 SD-D-CIDADE PIC X(20).
               10 SD-D-UF PIC X(02).
               10 SD-D-PONTO-REFERENCIA PIC X(35).
               10 SD-D-STATUS PIC X(01).
               10 SD-D-OBSERVACAO PIC X(40).
           05 SD-OPERADOR PIC X(20).

       FD FOTO-FILE.
       01 FOTO-REC PIC X(181).

       FD FOTO-LOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02) VALUE ZEROS.
       77 CH-STAT PIC 9(02) VALUE ZEROS.
       77 AR-STAT PIC X(02) VALUE "00".
       77 IX-STAT PIC X(02) VALUE "00".
       77 FT-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 W-FIM-BASE PIC X(01) VALUE "N".
       77 W-FIM-EVENTO PIC X(01) VALUE "N".
       77 W-DATA-FOTO PIC 9(08) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-NOME-ARQV PIC X(30) VALUE SPACES.

       01 W-NOME-FOTO.
           05 FILLER PIC X(08) VALUE "cepfoto_".
           05 W-FOTO-DATA PIC 9(08).
           05 FILLER PIC X(04) VALUE ".dat".

      * CHAVES DO CASAMENTO; NO FIM DE CADA LADO FICAM COM 999999999,
      * ACIMA DE QUALQUER CEP.
       77 W-CHAVE-BASE PIC 9(09) VALUE ZEROS.
       77 W-CHAVE-EVENTO PIC 9(09) VALUE ZEROS.
       77 W-CHAVE-ATUAL PIC 9(09) VALUE ZEROS.

      * O CEP EM RECONSTRUCAO, NO LAYOUT DE CEPS.DAT.
       77 W-EXISTE PIC X(01) VALUE "N".
       77 W-ESTAVA-NA-BASE PIC X(01) VALUE "N".
       77 W-TEVE-EVENTO PIC X(01) VALUE "N".
       01 W-ESTADO.
           05 WE-CEP PIC 9(08).
           05 WE-LOGRADOURO PIC X(35).
           05 WE-BAIRRO PIC X(20).
           05 WE-CIDADE PIC X(20).
           05 WE-UF PIC X(02).
           05 WE-PONTO-REFERENCIA PIC X(35).
           05 WE-STATUS PIC X(01).
           05 WE-OBSERVACAO PIC X(40).
           05 WE-FILLER PIC X(20).

       77 W-TOT-BASE PIC 9(06) VALUE ZEROS.
       77 W-TOT-FOTO PIC 9(06) VALUE ZEROS.
       77 W-TOT-RECONST PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-HIST PIC 9(06) VALUE ZEROS.
       77 W-TOT-POSTERIORES PIC 9(06) VALUE ZEROS.
       77 W-TOT-EVENTOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-APLICADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-NAO-APLIC PIC 9(06) VALUE ZEROS.
       77 W-TOT-DIVERG PIC 9(06) VALUE ZEROS.
       77 W-TOT-ARQV PIC 9(04) VALUE ZEROS.
       77 W-MOTIVO PIC X(40) VALUE SPACES.

      * VALIDACAO DE CALENDARIO DA DATA DA FOTO.
       77 W-DATA-OK PIC X(01) VALUE "N".
       01 W-DT-DATA.
           05 W-DT-ANO PIC 9(04).
           05 W-DT-MES PIC 9(02).
           05 W-DT-DIA PIC 9(02).
       77 W-DT-DIAS-MES PIC 9(02) VALUE ZEROS.
       77 W-DT-QUOC PIC 9(04) VALUE ZEROS.
       77 W-DT-RESTO PIC 9(04) VALUE ZEROS.
       77 W-DT-BISSEXTO PIC X(01) VALUE "N".

       01 W-LOG-FOTO.
           05 FILLER PIC X(16) VALUE "FOTO DA BASE EM ".
           05 W-LF-DATA PIC 9(08).
           05 FILLER PIC X(02) VALUE ": ".
           05 W-LF-NOME PIC X(20).

       01 W-LOG-ARQV.
           05 FILLER PIC X(20) VALUE "ARQUIVO MORTO LIDO: ".
           05 W-LA-NOME PIC X(30).

       01 W-LOG-EVENTO.
           05 W-LE-TIPO PIC X(13).
           05 FILLER PIC X(04) VALUE "CEP ".
           05 W-LE-CEP PIC 9(08).
           05 FILLER PIC X(08) VALUE " EVENTO ".
           05 W-LE-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 W-LE-HORA PIC X(04).
           05 FILLER PIC X(04) VALUE " OP ".
           05 W-LE-OP PIC X(01).
           05 FILLER PIC X(02) VALUE ": ".
           05 W-LE-MOTIVO PIC X(40).

       01 W-LOG-BASE.
           05 FILLER PIC X(12) VALUE "BASE ATUAL:".
           05 W-LB-BASE PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  NA FOTO:".
           05 W-LB-FOTO PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  INCLUIDOS DEPOIS:".
           05 W-LB-POSTERIORES PIC ZZZ,ZZ9.

       01 W-LOG-EVENTOS.
           05 FILLER PIC X(15) VALUE "EVENTOS LIDOS:".
           05 W-LV-EVENTOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  APLICADOS:".
           05 W-LV-APLICADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  DIVERGENTES:".
           05 W-LV-DIVERG PIC ZZZ,ZZ9.

       01 W-LOG-RESUMO.
           05 FILLER PIC X(15) VALUE "RECONSTRUIDOS:".
           05 W-LR-RECONST PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  SEM HISTORICO:".
           05 W-LR-SEM-HIST PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  NAO APLICADOS:".
           05 W-LR-NAO-APLIC PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT FOTO-LOG.
           DISPLAY "RECONSTRUCAO DA BASE DE CEPS EM UMA DATA".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "DATA DA FOTO (AAAAMMDD) - BASE COMO ESTAVA NO FIM "
               "DO DIA :-> ".
           ACCEPT W-DATA-FOTO.
           MOVE W-DATA-FOTO TO W-DT-DATA.
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM.
           IF W-DATA-OK = "N" OR W-DATA-FOTO > W-DATA-HOJE
               DISPLAY "*** DATA DA FOTO INVALIDA ***"
               MOVE "*** DATA DA FOTO INVALIDA ***" TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = ZEROS
               DISPLAY "*** ARQUIVO CEPS.DAT NAO ENCONTRADO ***"
               MOVE "*** ARQUIVO CEPS.DAT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF.
           MOVE W-DATA-FOTO TO W-FOTO-DATA.
           MOVE W-DATA-FOTO TO W-LF-DATA.
           MOVE W-NOME-FOTO TO W-LF-NOME.
           WRITE LOG-LINHA FROM W-LOG-FOTO.
           SORT WORK-SORT
               ON ASCENDING KEY SD-CEP
               ON DESCENDING KEY SD-DATA-HORA
               INPUT PROCEDURE SELECIONA-EVENTOS
                   THRU SELECIONA-EVENTOS-FIM
               OUTPUT PROCEDURE MONTA-FOTO.
           CLOSE CEP-FILE.
           DISPLAY "---------------------------------------".
           DISPLAY "FOTO GERADA...................: " W-NOME-FOTO.
           DISPLAY "CEPS NA FOTO..................: " W-TOT-FOTO.
           DISPLAY "  RECONSTRUIDOS...............: " W-TOT-RECONST.
           DISPLAY "  SEM HISTORICO...............: " W-TOT-SEM-HIST.
           DISPLAY "INCLUIDOS DEPOIS DA DATA......: "
               W-TOT-POSTERIORES.
           DISPLAY "EVENTOS NAO APLICADOS.........: " W-TOT-NAO-APLIC.
           DISPLAY "EVENTOS DIVERGENTES...........: " W-TOT-DIVERG.
           MOVE W-TOT-BASE TO W-LB-BASE.
           MOVE W-TOT-FOTO TO W-LB-FOTO.
           MOVE W-TOT-POSTERIORES TO W-LB-POSTERIORES.
           WRITE LOG-LINHA FROM W-LOG-BASE.
           MOVE W-TOT-EVENTOS TO W-LV-EVENTOS.
           MOVE W-TOT-APLICADOS TO W-LV-APLICADOS.
           MOVE W-TOT-DIVERG TO W-LV-DIVERG.
           WRITE LOG-LINHA FROM W-LOG-EVENTOS.
           MOVE W-TOT-RECONST TO W-LR-RECONST.
           MOVE W-TOT-SEM-HIST TO W-LR-SEM-HIST.
           MOVE W-TOT-NAO-APLIC TO W-LR-NAO-APLIC.
           WRITE LOG-LINHA FROM W-LOG-RESUMO.
           IF W-TOT-NAO-APLIC > ZEROS OR W-TOT-DIVERG > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       ROT-FIM.
           CLOSE FOTO-LOG.
           GOBACK.

      * -----------------------------------
      * LIBERA PARA A CLASSIFICACAO OS EVENTOS POSTERIORES A DATA DA
      * FOTO: OS DO HISTORICO VIVO E OS DOS ARQUIVOS MORTOS DO INDICE
      * CUJO CORTE E POSTERIOR A DATA (OS DEMAIS SO TEM EVENTOS ATE
      * ELA E NEM SAO ABERTOS).
       SELECIONA-EVENTOS.
           OPEN INPUT CEP-HIST.
           IF CH-STAT = ZEROS
               MOVE "N" TO W-EOF
               PERFORM UNTIL FIM-ARQUIVO
                   READ CEP-HIST INTO SD-EVENTO
                       AT END
                           MOVE "S" TO W-EOF
                       NOT AT END
                           PERFORM LIBERA-EVENTO
                   END-READ
               END-PERFORM
               CLOSE CEP-HIST
           END-IF.
           OPEN INPUT IDX-FILE.
           IF IX-STAT NOT = "00"
               GO TO SELECIONA-EVENTOS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL FIM-ARQUIVO
               READ IDX-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF IX-CORTE > W-DATA-FOTO
                           PERFORM LE-ARQUIVO-MORTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IDX-FILE.
       SELECIONA-EVENTOS-FIM.
           EXIT.

       LE-ARQUIVO-MORTO.
           MOVE IX-NOME TO W-NOME-ARQV.
           OPEN INPUT ARQV-FILE.
           IF AR-STAT NOT = "00"
               MOVE "*** ARQUIVO MORTO NAO ENCONTRADO:" TO LOG-LINHA
               MOVE W-NOME-ARQV TO LOG-LINHA(35:30)
               WRITE LOG-LINHA
           ELSE
               ADD 1 TO W-TOT-ARQV
               MOVE W-NOME-ARQV TO W-LA-NOME
               WRITE LOG-LINHA FROM W-LOG-ARQV
               PERFORM UNTIL AR-STAT NOT = "00"
                   READ ARQV-FILE INTO SD-EVENTO
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LIBERA-EVENTO
                   END-READ
               END-PERFORM
               CLOSE ARQV-FILE
           END-IF.

       LIBERA-EVENTO.
           IF SD-DATA > W-DATA-FOTO
               RELEASE SD-EVENTO
               ADD 1 TO W-TOT-EVENTOS
           END-IF.

      * -----------------------------------
      * CASA CEPS.DAT (EM ORDEM DE CEP) COM OS EVENTOS CLASSIFICADOS:
      * CADA CEP PARTE DO REGISTRO DE HOJE (OU DE NENHUM, SE NAO ESTA
      * MAIS NA BASE) E RECEBE OS EVENTOS DO MAIS NOVO PARA O MAIS
      * ANTIGO; O QUE SOBRAR EXISTINDO VAI PARA A FOTO.
       MONTA-FOTO.
           OPEN OUTPUT FOTO-FILE.
           PERFORM LE-BASE.
           PERFORM LE-EVENTO.
           PERFORM UNTIL W-FIM-BASE = "S" AND W-FIM-EVENTO = "S"
               IF W-CHAVE-BASE < W-CHAVE-EVENTO
                   MOVE W-CHAVE-BASE TO W-CHAVE-ATUAL
               ELSE
                   MOVE W-CHAVE-EVENTO TO W-CHAVE-ATUAL
               END-IF
               MOVE "N" TO W-EXISTE W-ESTAVA-NA-BASE W-TEVE-EVENTO
               MOVE SPACES TO W-ESTADO
               MOVE W-CHAVE-ATUAL TO WE-CEP
               IF W-CHAVE-BASE = W-CHAVE-ATUAL
                   MOVE CEP-FILE-REC TO W-ESTADO
                   MOVE "S" TO W-EXISTE W-ESTAVA-NA-BASE
                   PERFORM LE-BASE
               END-IF
               PERFORM UNTIL W-CHAVE-EVENTO NOT = W-CHAVE-ATUAL
                   MOVE "S" TO W-TEVE-EVENTO
                   PERFORM DESFAZ-EVENTO THRU DESFAZ-EVENTO-FIM
                   PERFORM LE-EVENTO
               END-PERFORM
               PERFORM GRAVA-FOTO
           END-PERFORM.
           CLOSE FOTO-FILE.

       LE-BASE.
           READ CEP-FILE NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-BASE
                   MOVE 999999999 TO W-CHAVE-BASE
               NOT AT END
                   ADD 1 TO W-TOT-BASE
                   MOVE FS-CEP TO W-CHAVE-BASE
           END-READ.

       LE-EVENTO.
           RETURN WORK-SORT
               AT END
                   MOVE "S" TO W-FIM-EVENTO
                   MOVE 999999999 TO W-CHAVE-EVENTO
               NOT AT END
                   MOVE SD-CEP TO W-CHAVE-EVENTO
           END-RETURN.

      * -----------------------------------
      * DESFAZ UM EVENTO NO CEP EM RECONSTRUCAO. A INCLUSAO TIRA O CEP
      * DA FOTO; ALTERACAO E CANCELAMENTO DEVOLVEM A IMAGEM ANTES.
       DESFAZ-EVENTO.
           MOVE SPACES TO W-MOTIVO.
           IF SD-OP-INCLUSAO
               IF W-EXISTE = "N"
                   MOVE "INCLUSAO DE CEP QUE NAO ESTA NA BASE"
                       TO W-MOTIVO
                   GO TO DESFAZ-EVENTO-NAO
               END-IF
               PERFORM CONFERE-DEPOIS
               MOVE "N" TO W-EXISTE
               ADD 1 TO W-TOT-APLICADOS
               GO TO DESFAZ-EVENTO-FIM
           END-IF.
           IF NOT SD-OP-ALTERACAO AND NOT SD-OP-CANCELA
               MOVE "OPERACAO DESCONHECIDA" TO W-MOTIVO
               GO TO DESFAZ-EVENTO-NAO
           END-IF.
           IF SD-ANTES = SPACES
               MOVE "EVENTO SEM IMAGEM ANTES" TO W-MOTIVO
               GO TO DESFAZ-EVENTO-NAO
           END-IF.
           IF W-EXISTE = "N"
               MOVE "CEP FORA DA BASE DEPOIS DO EVENTO" TO W-MOTIVO
               PERFORM GRAVA-DIVERGENCIA
           ELSE
               PERFORM CONFERE-DEPOIS
           END-IF.
           MOVE SD-A-LOGRADOURO TO WE-LOGRADOURO.
           MOVE SD-A-BAIRRO TO WE-BAIRRO.
           MOVE SD-A-CIDADE TO WE-CIDADE.
           MOVE SD-A-UF TO WE-UF.
           MOVE SD-A-PONTO-REFERENCIA TO WE-PONTO-REFERENCIA.
           MOVE SD-A-STATUS TO WE-STATUS.
           MOVE SD-A-OBSERVACAO TO WE-OBSERVACAO.
           MOVE "S" TO W-EXISTE.
           ADD 1 TO W-TOT-APLICADOS.
           GO TO DESFAZ-EVENTO-FIM.
       DESFAZ-EVENTO-NAO.
           ADD 1 TO W-TOT-NAO-APLIC.
           MOVE "NAO APLICADO" TO W-LE-TIPO.
           PERFORM GRAVA-LOG-EVENTO.
       DESFAZ-EVENTO-FIM.
           EXIT.

      * O ENDERECO ATUAL DO CEP TEM QUE SER O DA IMAGEM DEPOIS.
       CONFERE-DEPOIS.
           IF WE-LOGRADOURO NOT = SD-D-LOGRADOURO
                   OR WE-BAIRRO NOT = SD-D-BAIRRO
                   OR WE-CIDADE NOT = SD-D-CIDADE
                   OR WE-UF NOT = SD-D-UF
                   OR WE-PONTO-REFERENCIA NOT = SD-D-PONTO-REFERENCIA
                   OR WE-STATUS NOT = SD-D-STATUS
               MOVE "BASE DIFERENTE DA IMAGEM DEPOIS" TO W-MOTIVO
               PERFORM GRAVA-DIVERGENCIA
           END-IF.

       GRAVA-DIVERGENCIA.
           ADD 1 TO W-TOT-DIVERG.
           MOVE "DIVERGENCIA" TO W-LE-TIPO.
           PERFORM GRAVA-LOG-EVENTO.

       GRAVA-LOG-EVENTO.
           MOVE SD-CEP TO W-LE-CEP.
           MOVE SD-DATA TO W-LE-DATA.
           MOVE SD-HORA(1:4) TO W-LE-HORA.
           MOVE SD-OPERACAO TO W-LE-OP.
           MOVE W-MOTIVO TO W-LE-MOTIVO.
           WRITE LOG-LINHA FROM W-LOG-EVENTO.

      * -----------------------------------
      * CEP QUE EXISTIA NA DATA VAI PARA A FOTO; O QUE ESTA NA BASE
      * MAS FOI INCLUIDO DEPOIS SO E CONTADO.
       GRAVA-FOTO.
           IF W-EXISTE = "S"
               WRITE FOTO-REC FROM W-ESTADO
               ADD 1 TO W-TOT-FOTO
               IF W-TEVE-EVENTO = "S"
                   ADD 1 TO W-TOT-RECONST
               ELSE
                   ADD 1 TO W-TOT-SEM-HIST
               END-IF
           ELSE
               IF W-ESTAVA-NA-BASE = "S"
                   ADD 1 TO W-TOT-POSTERIORES
               END-IF
           END-IF.

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
