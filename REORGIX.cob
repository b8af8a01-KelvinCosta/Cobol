       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGIX.
      * REORGANIZACAO MENSAL DOS ARQUIVOS INDEXADOS (CEPS.DAT,
      * CADAMIGO.DAT, VEHICLES.DAT E AGVISTO.DAT), QUE ACUMULAM ANOS
      * DE EXCLUSOES, CANCELAMENTOS LOGICOS E CONVERSOES DE LAYOUT
      * (CNVARQ, CNVAMIG, CNVAGD) SEM NUNCA SEREM COMPACTADOS. PARA
      * CADA ARQUIVO:
      *   1. DESCARREGA O VIVO EM ORDEM DE CHAVE PARA UM SEQUENCIAL
      *      (reorg_ceps/amigo/veic/agd.dat), CONTANDO REGISTROS E
      *      SOMANDO O HASH TOTAL DOS CAMPOS NUMERICOS DE CONTROLE
      *      (OS MESMOS DO BKPMAST);
      *   2. CONFERE CADA CHAVE ALTERNATIVA: LE O ARQUIVO INTEIRO
      *      PELA CHAVE, CONTA AS DUPLICATAS E RELE CADA REGISTRO
      *      PELA CHAVE PRIMARIA - SE NAO ACHAR, OU SE O REGISTRO
      *      ACHADO TIVER OUTRO VALOR NA CHAVE ALTERNATIVA, O INDICE
      *      ESTA DIVERGENTE DO PRIMARIO;
      *   3. RECARREGA A DESCARGA NUM INDEXADO NOVO (.new) E O RELE,
      *      RECONTANDO. SE QUANTIDADE OU HASH NAO BATEREM COM A
      *      DESCARGA, RECUSA A TROCA E O ARQUIVO VIVO FICA
      *      INTOCADO (RETURN-CODE 8);
      *   4. COM OS TOTAIS CONFERIDOS, TROCA: RECRIA O VIVO A PARTIR
      *      DO NOVO, RECONTA O VIVO E REPETE A CONFERENCIA DAS
      *      CHAVES ALTERNATIVAS, QUE AGORA TEM DE SAIR LIMPA.
      * O RELATORIO DE ESTATISTICAS SAI EM REORGIX.LOG: REGISTROS,
      * INATIVOS (CEP CANCELADO, VEICULO SUCATEADO, AMIGO
      * ANONIMIZADO, AGENDAMENTO BAIXADO POR FALTA), E, POR CHAVE
      * ALTERNATIVA, LIDOS, DUPLICADOS E DIVERGENTES. A DESCARGA E O
      * .new FICAM NO DISCO ATE A EXECUCAO SEGUINTE. DIVERGENCIA NAS
      * CHAVES ANTES DA TROCA DEVOLVE RETURN-CODE 4 (O INDICE FOI
      * REFEITO, MAS O SUPERVISOR PRECISA SABER); FALHA NA RECONTAGEM
      * DO VIVO DEPOIS DA TROCA DEVOLVE 12 - RECARREGAR O VIVO DA
      * DESCARGA OU DA COPIA DO BKPMAST. RODA NA JANELA MENSAL,
      * LOGO DEPOIS DO BKPMAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-BAIRRO WITH DUPLICATES.
           SELECT CEP-CONF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CC-STAT
               RECORD KEY IS CC-KEY
               ALTERNATE RECORD KEY IS CC-CIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CC-BAIRRO WITH DUPLICATES.
           SELECT CEP-NOVO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CN-STAT
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-CIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CN-BAIRRO WITH DUPLICATES.
           SELECT CADAMIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APELIDO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS IS AM-STAT.
           SELECT AMIGO-CONF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-APELIDO
               ALTERNATE RECORD KEY IS AC-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AC-EMAIL WITH DUPLICATES
               FILE STATUS IS AC-STAT.
           SELECT AMIGO-NOVO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-APELIDO
               ALTERNATE RECORD KEY IS AN-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS AN-EMAIL WITH DUPLICATES
               FILE STATUS IS AN-STAT.
           SELECT VEHICLES-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPLACA
               ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                   WITH DUPLICATES
               FILE STATUS IS VE-STAT.
           SELECT VEIC-CONF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VC-PLACA
               ALTERNATE RECORD KEY IS VC-PROPRIETARIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS VC-DOC-PROPRIETARIO
                   WITH DUPLICATES
               FILE STATUS IS VC-STAT.
           SELECT VEIC-NOVO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-PLACA
               ALTERNATE RECORD KEY IS VN-PROPRIETARIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS VN-DOC-PROPRIETARIO
                   WITH DUPLICATES
               FILE STATUS IS VN-STAT.
           SELECT AGENDA-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CHAVE
               ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES
               FILE STATUS IS AG-STAT.
           SELECT AGENDA-CONF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-CHAVE
               ALTERNATE RECORD KEY IS GC-DATA WITH DUPLICATES
               FILE STATUS IS GC-STAT.
           SELECT AGENDA-NOVO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-CHAVE
               ALTERNATE RECORD KEY IS GN-DATA WITH DUPLICATES
               FILE STATUS IS GN-STAT.
           SELECT DESC-FILE ASSIGN TO DYNAMIC W-NOME-DESCARGA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DS-STAT.
           SELECT RG-LOG ASSIGN TO "reorgix.log"
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
           05 FS-OBSERVACAO PIC X(40).
           05 FS-CEP-SUCESSOR PIC 9(08).
           05 FS-COD-IBGE PIC 9(07).
           05 FILLER      PIC X(05).

      * SEGUNDA VISAO DE CEPS.DAT, SO PARA A RELEITURA PELA CHAVE
      * PRIMARIA SEM PERDER A POSICAO DA LEITURA PELA ALTERNATIVA.
       FD CEP-CONF VALUE OF FILE-ID IS "ceps.dat".
       01 CEP-CONF-REC.
           05 CC-KEY.
               10 CC-CEP PIC 9(08).
           05 FILLER PIC X(35).
           05 CC-BAIRRO PIC X(20).
           05 CC-CIDADE PIC X(20).
           05 FILLER PIC X(98).

       FD CEP-NOVO VALUE OF FILE-ID IS "ceps.new".
       01 CEP-NOVO-REC.
           05 CN-KEY.
               10 CN-CEP PIC 9(08).
           05 FILLER PIC X(35).
           05 CN-BAIRRO PIC X(20).
           05 CN-CIDADE PIC X(20).
           05 FILLER PIC X(98).

       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO        PIC X(12).
          03 NOME             PIC X(30).
          03 EMAIL             PIC X(30).
          03 SEXO              PIC X(01).
          03 GENERO        PIC X(01).
          03 TPAMIGO       PIC 9(01).
          03 LAST-CONTATO PIC 9(08).
          03 CEP-AMIGO     PIC 9(08).
          03 NUMERO-END    PIC X(06).

       FD AMIGO-CONF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 AMIGO-CONF-REC.
          03 AC-APELIDO     PIC X(12).
          03 AC-NOME        PIC X(30).
          03 AC-EMAIL       PIC X(30).
          03 FILLER         PIC X(25).

       FD AMIGO-NOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.NEW".
       01 AMIGO-NOVO-REC.
          03 AN-APELIDO     PIC X(12).
          03 AN-NOME        PIC X(30).
          03 AN-EMAIL       PIC X(30).
          03 FILLER         PIC X(25).

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

       FD VEIC-CONF
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "VEHICLES.DAT".
       01 VEIC-CONF-REC.
           02 VC-PLACA PIC X(25).
           02 VC-PROPRIETARIO PIC X(30).
           02 FILLER PIC X(34).
           02 VC-DOC-PROPRIETARIO PIC X(14).
           02 FILLER PIC X(08).

       FD VEIC-NOVO
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "VEHICLES.NEW".
       01 VEIC-NOVO-REC.
           02 VN-PLACA PIC X(25).
           02 VN-PROPRIETARIO PIC X(30).
           02 FILLER PIC X(34).
           02 VN-DOC-PROPRIETARIO PIC X(14).
           02 FILLER PIC X(08).

       FD AGENDA-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "agvisto.dat".
       01 AGENDA-REC.
           02 AG-CHAVE.
               03 AG-PLACA PIC X(25).
               03 AG-DATA PIC 9(08).
           02 AG-STATUS PIC X(01).
           02 AG-OBSERVACAO PIC X(30).
           02 AG-HORARIO PIC 9(04).
           02 FILLER PIC X(10).

       FD AGENDA-CONF
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "agvisto.dat".
       01 AGENDA-CONF-REC.
           02 GC-CHAVE.
               03 GC-PLACA PIC X(25).
               03 GC-DATA PIC 9(08).
           02 FILLER PIC X(45).

       FD AGENDA-NOVO
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "agvisto.new".
       01 AGENDA-NOVO-REC.
           02 GN-CHAVE.
               03 GN-PLACA PIC X(25).
               03 GN-DATA PIC 9(08).
           02 FILLER PIC X(45).

       FD DESC-FILE.
       01 DESC-REC PIC X(181).

       FD RG-LOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC X(02) VALUE "00".
       77 CC-STAT PIC X(02) VALUE "00".
       77 CN-STAT PIC X(02) VALUE "00".
       77 AM-STAT PIC X(02) VALUE "00".
       77 AC-STAT PIC X(02) VALUE "00".
       77 AN-STAT PIC X(02) VALUE "00".
       77 VE-STAT PIC X(02) VALUE "00".
       77 VC-STAT PIC X(02) VALUE "00".
       77 VN-STAT PIC X(02) VALUE "00".
       77 AG-STAT PIC X(02) VALUE "00".
       77 GC-STAT PIC X(02) VALUE "00".
       77 GN-STAT PIC X(02) VALUE "00".
       77 DS-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-NOME-DESCARGA PIC X(30) VALUE SPACES.
       77 W-NOME-VIVO PIC X(20) VALUE SPACES.
      * ARQUIVO EM REORGANIZACAO: C=CEPS A=AMIGOS V=VEICULOS
      * G=AGENDA.
       77 W-ARQ PIC X(01) VALUE SPACES.
       77 W-ABRIU PIC X(01) VALUE "N".
       77 W-FASE PIC X(08) VALUE SPACES.

      * TOTAIS DE CONTROLE DA PASSADA CORRENTE E OS GUARDADOS DA
      * DESCARGA, CONTRA OS QUAIS AS OUTRAS PASSADAS SAO CONFERIDAS.
       77 W-QTD-PASSO PIC 9(09) VALUE ZEROS.
       77 W-HASH-PASSO PIC 9(15) VALUE ZEROS.
       77 W-INAT-PASSO PIC 9(09) VALUE ZEROS.
       77 W-QTD-ANTES PIC 9(09) VALUE ZEROS.
       77 W-HASH-ANTES PIC 9(15) VALUE ZEROS.

      * CONFERENCIA DE UMA CHAVE ALTERNATIVA.
       77 W-ALT-ATUAL PIC X(30) VALUE SPACES.
       77 W-ALT-ANT PIC X(30) VALUE SPACES.
       77 W-PRIM-ATUAL PIC X(33) VALUE SPACES.
       77 W-ALT-CONF PIC X(01) VALUE "S".
       77 W-ALT-LIDOS PIC 9(09) VALUE ZEROS.
       77 W-ALT-DUP PIC 9(09) VALUE ZEROS.
       77 W-ALT-DIV PIC 9(09) VALUE ZEROS.

       77 W-QT-REORG PIC 9(01) VALUE ZEROS.
       77 W-QT-RECUSADOS PIC 9(01) VALUE ZEROS.
       77 W-QT-PULADOS PIC 9(01) VALUE ZEROS.
       77 W-QT-FALHAS PIC 9(01) VALUE ZEROS.
       77 W-TOT-DIVERG PIC 9(06) VALUE ZEROS.

      * REGISTRO CORRENTE, COM UMA VISAO POR ARQUIVO PARA O HASH E
      * PARA A CONTAGEM DOS INATIVOS.
       01 W-REG PIC X(181) VALUE SPACES.
       01 W-REG-CEP REDEFINES W-REG.
           05 W-RC-CEP PIC 9(08).
           05 FILLER PIC X(112).
           05 W-RC-STATUS PIC X(01).
           05 FILLER PIC X(60).
       01 W-REG-AMIGO REDEFINES W-REG.
           05 FILLER PIC X(12).
           05 W-RA-NOME PIC X(30).
           05 FILLER PIC X(32).
           05 W-RA-TPAMIGO PIC 9(01).
           05 W-RA-LAST-CONTATO PIC 9(08).
           05 FILLER PIC X(98).
       01 W-REG-VEIC REDEFINES W-REG.
           05 FILLER PIC X(56).
           05 W-RV-ANO PIC 9(04).
           05 W-RV-SITUACAO PIC X(01).
           05 W-RV-VENCTO PIC 9(08).
           05 W-RV-CEP-PROP PIC 9(08).
           05 FILLER PIC X(104).
       01 W-REG-AGD REDEFINES W-REG.
           05 FILLER PIC X(25).
           05 W-RG-DATA PIC 9(08).
           05 W-RG-STATUS PIC X(01).
           05 FILLER PIC X(30).
           05 W-RG-HORARIO PIC 9(04).
           05 FILLER PIC X(113).

       01 W-TRACO PIC X(78) VALUE ALL "-".

       01 W-LOG-ARQ.
           05 FILLER PIC X(09) VALUE "ARQUIVO: ".
           05 W-LA-NOME PIC X(20).

       01 W-LOG-CONTROLE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-LC-FASE PIC X(10).
           05 FILLER PIC X(11) VALUE "REGISTROS:".
           05 W-LC-QTD PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(08) VALUE "  HASH:".
           05 W-LC-HASH PIC 9(15).

       01 W-LOG-INATIVOS.
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-LI-TEXTO PIC X(21).
           05 W-LI-QTD PIC ZZZ,ZZZ,ZZ9.

       01 W-LOG-CHAVE.
           05 FILLER PIC X(08) VALUE "  CHAVE ".
           05 W-LK-NOME PIC X(18).
           05 FILLER PIC X(07) VALUE "LIDOS:".
           05 W-LK-LIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  DUPLICADOS:".
           05 W-LK-DUP PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  DIVERGENTES:".
           05 W-LK-DIV PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-LK-FASE PIC X(08).

       01 W-LOG-DIVERG.
           05 FILLER PIC X(16) VALUE "    DIVERGENTE: ".
           05 W-LD-ALT PIC X(30).
           05 FILLER PIC X(04) VALUE " -> ".
           05 W-LD-PRIM PIC X(33).

       01 W-LOG-RESUMO.
           05 FILLER PIC X(15) VALUE "REORGANIZADOS: ".
           05 W-LR-REORG PIC 9(01).
           05 FILLER PIC X(13) VALUE "  RECUSADOS: ".
           05 W-LR-RECUSADOS PIC 9(01).
           05 FILLER PIC X(11) VALUE "  PULADOS: ".
           05 W-LR-PULADOS PIC 9(01).
           05 FILLER PIC X(16) VALUE "  DIVERGENCIAS: ".
           05 W-LR-DIVERG PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RG-LOG.
           MOVE SPACES TO LOG-LINHA.
           STRING "REORGANIZACAO DOS ARQUIVOS INDEXADOS - "
               W-DATA-HOJE DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           WRITE LOG-LINHA FROM W-TRACO.
           MOVE "C" TO W-ARQ.
           MOVE "ceps.dat" TO W-NOME-VIVO.
           MOVE "reorg_ceps.dat" TO W-NOME-DESCARGA.
           MOVE "CANCELADOS:" TO W-LI-TEXTO.
           PERFORM REORGANIZA-ARQUIVO THRU REORGANIZA-ARQUIVO-FIM.
           MOVE "A" TO W-ARQ.
           MOVE "CADAMIGO.DAT" TO W-NOME-VIVO.
           MOVE "reorg_amigo.dat" TO W-NOME-DESCARGA.
           MOVE "ANONIMIZADOS:" TO W-LI-TEXTO.
           PERFORM REORGANIZA-ARQUIVO THRU REORGANIZA-ARQUIVO-FIM.
           MOVE "V" TO W-ARQ.
           MOVE "VEHICLES.DAT" TO W-NOME-VIVO.
           MOVE "reorg_veic.dat" TO W-NOME-DESCARGA.
           MOVE "SUCATEADOS:" TO W-LI-TEXTO.
           PERFORM REORGANIZA-ARQUIVO THRU REORGANIZA-ARQUIVO-FIM.
           MOVE "G" TO W-ARQ.
           MOVE "agvisto.dat" TO W-NOME-VIVO.
           MOVE "reorg_agd.dat" TO W-NOME-DESCARGA.
           MOVE "BAIXADOS POR FALTA:" TO W-LI-TEXTO.
           PERFORM REORGANIZA-ARQUIVO THRU REORGANIZA-ARQUIVO-FIM.
           MOVE W-QT-REORG TO W-LR-REORG.
           MOVE W-QT-RECUSADOS TO W-LR-RECUSADOS.
           MOVE W-QT-PULADOS TO W-LR-PULADOS.
           MOVE W-TOT-DIVERG TO W-LR-DIVERG.
           WRITE LOG-LINHA FROM W-LOG-RESUMO.
           CLOSE RG-LOG.
           DISPLAY "REORGANIZADOS: " W-QT-REORG
               "  RECUSADOS: " W-QT-RECUSADOS
               "  DIVERGENCIAS: " W-TOT-DIVERG.
           EVALUATE TRUE
               WHEN W-QT-FALHAS > ZEROS
                   MOVE 12 TO RETURN-CODE
               WHEN W-QT-RECUSADOS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN W-TOT-DIVERG > ZEROS OR W-QT-PULADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      * -----------------------------------
      * AS QUATRO PASSADAS SOBRE O ARQUIVO INDICADO EM W-ARQ:
      * DESCARGA, CONFERENCIA DAS CHAVES, RECARGA NO .new (QUE TEM
      * DE BATER COM A DESCARGA) E TROCA (O VIVO RECONTADO TAMBEM).
       REORGANIZA-ARQUIVO.
           MOVE W-NOME-VIVO TO W-LA-NOME.
           WRITE LOG-LINHA FROM W-LOG-ARQ.
           PERFORM ZERA-PASSO.
           MOVE "N" TO W-ABRIU.
           EVALUATE W-ARQ
               WHEN "C"
                   PERFORM DESCARGA-CEPS THRU DESCARGA-CEPS-FIM
               WHEN "A"
                   PERFORM DESCARGA-AMIGOS THRU DESCARGA-AMIGOS-FIM
               WHEN "V"
                   PERFORM DESCARGA-VEIC THRU DESCARGA-VEIC-FIM
               WHEN "G"
                   PERFORM DESCARGA-AGENDA THRU DESCARGA-AGENDA-FIM
           END-EVALUATE.
           IF W-ABRIU NOT = "S"
               MOVE "  ARQUIVO NAO ENCONTRADO - PULADO" TO LOG-LINHA
               WRITE LOG-LINHA
               ADD 1 TO W-QT-PULADOS
               GO TO REORGANIZA-ARQUIVO-FIM
           END-IF.
           MOVE W-QTD-PASSO TO W-QTD-ANTES.
           MOVE W-HASH-PASSO TO W-HASH-ANTES.
           MOVE "DESCARGA" TO W-LC-FASE.
           PERFORM GRAVA-CONTROLE.
           MOVE W-INAT-PASSO TO W-LI-QTD.
           WRITE LOG-LINHA FROM W-LOG-INATIVOS.

           MOVE "ANTES" TO W-FASE.
           PERFORM CONFERE-CHAVES.

           PERFORM ZERA-PASSO.
           EVALUATE W-ARQ
               WHEN "C"
                   PERFORM RECARGA-CEPS
               WHEN "A"
                   PERFORM RECARGA-AMIGOS
               WHEN "V"
                   PERFORM RECARGA-VEIC
               WHEN "G"
                   PERFORM RECARGA-AGENDA
           END-EVALUATE.
           MOVE "RECARGA" TO W-LC-FASE.
           PERFORM GRAVA-CONTROLE.
           IF W-QTD-PASSO NOT = W-QTD-ANTES
                   OR W-HASH-PASSO NOT = W-HASH-ANTES
               MOVE SPACES TO LOG-LINHA
               STRING "  TOTAIS DA RECARGA NAO CONFEREM - TROCA "
                   "RECUSADA, " W-NOME-VIVO " INTOCADO"
                   DELIMITED BY SIZE INTO LOG-LINHA
               END-STRING
               WRITE LOG-LINHA
               ADD 1 TO W-QT-RECUSADOS
               GO TO REORGANIZA-ARQUIVO-FIM
           END-IF.

           PERFORM ZERA-PASSO.
           EVALUATE W-ARQ
               WHEN "C"
                   PERFORM TROCA-CEPS
               WHEN "A"
                   PERFORM TROCA-AMIGOS
               WHEN "V"
                   PERFORM TROCA-VEIC
               WHEN "G"
                   PERFORM TROCA-AGENDA
           END-EVALUATE.
           MOVE "TROCA" TO W-LC-FASE.
           PERFORM GRAVA-CONTROLE.
           IF W-QTD-PASSO NOT = W-QTD-ANTES
                   OR W-HASH-PASSO NOT = W-HASH-ANTES
               MOVE SPACES TO LOG-LINHA
               STRING "  ARQUIVO VIVO NAO CONFERE APOS A TROCA - "
                   "RECARREGAR DE " W-NOME-DESCARGA
                   DELIMITED BY SIZE INTO LOG-LINHA
               END-STRING
               WRITE LOG-LINHA
               ADD 1 TO W-QT-FALHAS
               GO TO REORGANIZA-ARQUIVO-FIM
           END-IF.
           MOVE "  REORGANIZADO" TO LOG-LINHA.
           WRITE LOG-LINHA.
           ADD 1 TO W-QT-REORG.

           MOVE "DEPOIS" TO W-FASE.
           PERFORM CONFERE-CHAVES.
       REORGANIZA-ARQUIVO-FIM.
           WRITE LOG-LINHA FROM W-TRACO.

      * -----------------------------------
      * CONFERENCIA DAS CHAVES ALTERNATIVAS DO ARQUIVO CORRENTE.
      * SO AS DIVERGENCIAS DE ANTES DA TROCA ENTRAM NO TOTAL DO
      * RESUMO; AS DE DEPOIS APARECEM NO RELATORIO.
       CONFERE-CHAVES.
           EVALUATE W-ARQ
               WHEN "C"
                   PERFORM CHAVES-CEPS THRU CHAVES-CEPS-FIM
               WHEN "A"
                   PERFORM CHAVES-AMIGOS THRU CHAVES-AMIGOS-FIM
               WHEN "V"
                   PERFORM CHAVES-VEIC THRU CHAVES-VEIC-FIM
               WHEN "G"
                   PERFORM CHAVES-AGENDA THRU CHAVES-AGENDA-FIM
           END-EVALUATE.

      * -----------------------------------
       ZERA-PASSO.
           MOVE ZEROS TO W-QTD-PASSO W-HASH-PASSO W-INAT-PASSO.

      * -----------------------------------
      * CONTA O REGISTRO EM W-REG NA PASSADA CORRENTE: QUANTIDADE,
      * HASH TOTAL (MESMOS CAMPOS DO BKPMAST; NA AGENDA, DATA E
      * HORARIO) E INATIVOS.
       SOMA-REGISTRO.
           ADD 1 TO W-QTD-PASSO.
           EVALUATE W-ARQ
               WHEN "C"
                   ADD W-RC-CEP TO W-HASH-PASSO
                   IF W-RC-STATUS = "C"
                       ADD 1 TO W-INAT-PASSO
                   END-IF
               WHEN "A"
                   ADD W-RA-TPAMIGO TO W-HASH-PASSO
                   ADD W-RA-LAST-CONTATO TO W-HASH-PASSO
                   IF W-RA-NOME(1:11) = "ANONIMIZADO"
                       ADD 1 TO W-INAT-PASSO
                   END-IF
               WHEN "V"
                   ADD W-RV-ANO TO W-HASH-PASSO
                   ADD W-RV-VENCTO TO W-HASH-PASSO
                   ADD W-RV-CEP-PROP TO W-HASH-PASSO
                   IF W-RV-SITUACAO = "S"
                       ADD 1 TO W-INAT-PASSO
                   END-IF
               WHEN "G"
                   ADD W-RG-DATA TO W-HASH-PASSO
                   ADD W-RG-HORARIO TO W-HASH-PASSO
                   IF W-RG-STATUS = "F"
                       ADD 1 TO W-INAT-PASSO
                   END-IF
           END-EVALUATE.

      * -----------------------------------
       GRAVA-CONTROLE.
           MOVE W-QTD-PASSO TO W-LC-QTD.
           MOVE W-HASH-PASSO TO W-LC-HASH.
           WRITE LOG-LINHA FROM W-LOG-CONTROLE.

      * -----------------------------------
      * INICIO DA CONFERENCIA DE UMA CHAVE ALTERNATIVA (O NOME DA
      * CHAVE JA ESTA EM W-LK-NOME).
       ZERA-CHAVE.
           MOVE ZEROS TO W-ALT-LIDOS W-ALT-DUP W-ALT-DIV.
           MOVE SPACES TO W-ALT-ANT.
           MOVE "N" TO W-EOF.

      * -----------------------------------
      * CONTA UM REGISTRO LIDO PELA CHAVE ALTERNATIVA. O VALOR DA
      * CHAVE VEM EM W-ALT-ATUAL, A CHAVE PRIMARIA EM W-PRIM-ATUAL E
      * O RESULTADO DA RELEITURA PELA PRIMARIA EM W-ALT-CONF. CHAVE
      * EM BRANCO (AMIGO SEM E-MAIL, PROPRIETARIO SEM DOCUMENTO) NAO
      * CONTA COMO DUPLICATA.
       CONTA-CHAVE.
           ADD 1 TO W-ALT-LIDOS.
           IF W-ALT-LIDOS > 1 AND W-ALT-ATUAL = W-ALT-ANT
                   AND W-ALT-ATUAL NOT = SPACES
               ADD 1 TO W-ALT-DUP
           END-IF.
           MOVE W-ALT-ATUAL TO W-ALT-ANT.
           IF W-ALT-CONF = "N"
               ADD 1 TO W-ALT-DIV
               MOVE W-ALT-ATUAL TO W-LD-ALT
               MOVE W-PRIM-ATUAL TO W-LD-PRIM
               WRITE LOG-LINHA FROM W-LOG-DIVERG
           END-IF.

      * -----------------------------------
      * FECHA A CONFERENCIA DE UMA CHAVE. INDICE COM QUANTIDADE
      * DIFERENTE DA DESCARGA TAMBEM E DIVERGENCIA.
       FECHA-CHAVE.
           IF W-ALT-LIDOS NOT = W-QTD-ANTES
               MOVE "    INDICE COM QUANTIDADE DIFERENTE DO ARQUIVO"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               ADD 1 TO W-ALT-DIV
           END-IF.
           MOVE W-ALT-LIDOS TO W-LK-LIDOS.
           MOVE W-ALT-DUP TO W-LK-DUP.
           MOVE W-ALT-DIV TO W-LK-DIV.
           MOVE W-FASE TO W-LK-FASE.
           WRITE LOG-LINHA FROM W-LOG-CHAVE.
           IF W-FASE = "ANTES"
               ADD W-ALT-DIV TO W-TOT-DIVERG
           END-IF.

      * -----------------------------------
      * CEPS.DAT
      * -----------------------------------
       DESCARGA-CEPS.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = "00"
               GO TO DESCARGA-CEPS-FIM
           END-IF.
           MOVE "S" TO W-ABRIU.
           OPEN OUTPUT DESC-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE CEP-FILE-REC TO W-REG
                       WRITE DESC-REC FROM W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CEP-FILE DESC-FILE.
       DESCARGA-CEPS-FIM.
           EXIT.

       RECARGA-CEPS.
           OPEN INPUT DESC-FILE.
           OPEN OUTPUT CEP-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ DESC-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE DESC-REC TO CEP-NOVO-REC
                       WRITE CEP-NOVO-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA RECARGA: "
                                   CN-KEY
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DESC-FILE CEP-NOVO.
           OPEN INPUT CEP-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE CEP-NOVO-REC TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CEP-NOVO.

       TROCA-CEPS.
           OPEN INPUT CEP-NOVO.
           OPEN OUTPUT CEP-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE CEP-NOVO-REC TO CEP-FILE-REC
                       WRITE CEP-FILE-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA TROCA: "
                                   FS-KEY
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CEP-NOVO CEP-FILE.
           OPEN INPUT CEP-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE CEP-FILE-REC TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CEP-FILE.

       CHAVES-CEPS.
           OPEN INPUT CEP-FILE.
           OPEN INPUT CEP-CONF.
           IF FS-STAT NOT = "00" OR CC-STAT NOT = "00"
               MOVE "  CHAVES NAO CONFERIDAS - ARQUIVO NAO ABRIU"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE CEP-FILE CEP-CONF
               GO TO CHAVES-CEPS-FIM
           END-IF.
           MOVE "FS-CIDADE" TO W-LK-NOME.
           PERFORM ZERA-CHAVE.
           MOVE LOW-VALUES TO FS-CIDADE.
           START CEP-FILE KEY IS NOT LESS THAN FS-CIDADE
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE FS-CIDADE TO W-ALT-ATUAL
                       MOVE FS-CEP TO W-PRIM-ATUAL
                       MOVE FS-KEY TO CC-KEY
                       MOVE "S" TO W-ALT-CONF
                       READ CEP-CONF
                           INVALID KEY
                               MOVE "N" TO W-ALT-CONF
                           NOT INVALID KEY
                               IF CC-CIDADE NOT = FS-CIDADE
                                   MOVE "N" TO W-ALT-CONF
                               END-IF
                       END-READ
                       PERFORM CONTA-CHAVE
               END-READ
           END-PERFORM.
           PERFORM FECHA-CHAVE.
           MOVE "FS-BAIRRO" TO W-LK-NOME.
           PERFORM ZERA-CHAVE.
           MOVE LOW-VALUES TO FS-BAIRRO.
           START CEP-FILE KEY IS NOT LESS THAN FS-BAIRRO
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE FS-BAIRRO TO W-ALT-ATUAL
                       MOVE FS-CEP TO W-PRIM-ATUAL
                       MOVE FS-KEY TO CC-KEY
                       MOVE "S" TO W-ALT-CONF
                       READ CEP-CONF
                           INVALID KEY
                               MOVE "N" TO W-ALT-CONF
                           NOT INVALID KEY
                               IF CC-BAIRRO NOT = FS-BAIRRO
                                   MOVE "N" TO W-ALT-CONF
                               END-IF
                       END-READ
                       PERFORM CONTA-CHAVE
               END-READ
           END-PERFORM.
           PERFORM FECHA-CHAVE.
           CLOSE CEP-FILE CEP-CONF.
       CHAVES-CEPS-FIM.
           EXIT.

      * -----------------------------------
      * CADAMIGO.DAT
      * -----------------------------------
       DESCARGA-AMIGOS.
           OPEN INPUT CADAMIGO.
           IF AM-STAT NOT = "00"
               GO TO DESCARGA-AMIGOS-FIM
           END-IF.
           MOVE "S" TO W-ABRIU.
           OPEN OUTPUT DESC-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CADAMIGO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE REGAMIGO TO W-REG
                       WRITE DESC-REC FROM W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CADAMIGO DESC-FILE.
       DESCARGA-AMIGOS-FIM.
           EXIT.

       RECARGA-AMIGOS.
           OPEN INPUT DESC-FILE.
           OPEN OUTPUT AMIGO-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ DESC-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE DESC-REC TO AMIGO-NOVO-REC
                       WRITE AMIGO-NOVO-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA RECARGA: "
                                   AN-APELIDO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DESC-FILE AMIGO-NOVO.
           OPEN INPUT AMIGO-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AMIGO-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE AMIGO-NOVO-REC TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE AMIGO-NOVO.

       TROCA-AMIGOS.
           OPEN INPUT AMIGO-NOVO.
           OPEN OUTPUT CADAMIGO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AMIGO-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE AMIGO-NOVO-REC TO REGAMIGO
                       WRITE REGAMIGO
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA TROCA: "
                                   APELIDO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE AMIGO-NOVO CADAMIGO.
           OPEN INPUT CADAMIGO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ CADAMIGO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE REGAMIGO TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CADAMIGO.

       CHAVES-AMIGOS.
           OPEN INPUT CADAMIGO.
           OPEN INPUT AMIGO-CONF.
           IF AM-STAT NOT = "00" OR AC-STAT NOT = "00"
               MOVE "  CHAVES NAO CONFERIDAS - ARQUIVO NAO ABRIU"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE CADAMIGO AMIGO-CONF
               GO TO CHAVES-AMIGOS-FIM
           END-IF.
           MOVE "NOME" TO W-LK-NOME.
           PERFORM ZERA-CHAVE.
           MOVE LOW-VALUES TO NOME.
           START CADAMIGO KEY IS NOT LESS THAN NOME
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ CADAMIGO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE NOME TO W-ALT-ATUAL
                       MOVE APELIDO TO W-PRIM-ATUAL
                       MOVE APELIDO TO AC-APELIDO
                       MOVE "S" TO W-ALT-CONF
                       READ AMIGO-CONF
                           INVALID KEY
                               MOVE "N" TO W-ALT-CONF
                           NOT INVALID KEY
                               IF AC-NOME NOT = NOME
                                   MOVE "N" TO W-ALT-CONF
                               END-IF
                       END-READ
                       PERFORM CONTA-CHAVE
               END-READ
           END-PERFORM.
           PERFORM FECHA-CHAVE.
           MOVE "EMAIL" TO W-LK-NOME.
           PERFORM ZERA-CHAVE.
           MOVE LOW-VALUES TO EMAIL.
           START CADAMIGO KEY IS NOT LESS THAN EMAIL
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ CADAMIGO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE EMAIL TO W-ALT-ATUAL
                       MOVE APELIDO TO W-PRIM-ATUAL
                       MOVE APELIDO TO AC-APELIDO
                       MOVE "S" TO W-ALT-CONF
                       READ AMIGO-CONF
                           INVALID KEY
                               MOVE "N" TO W-ALT-CONF
                           NOT INVALID KEY
                               IF AC-EMAIL NOT = EMAIL
                                   MOVE "N" TO W-ALT-CONF
                               END-IF
                       END-READ
                       PERFORM CONTA-CHAVE
               END-READ
           END-PERFORM.
           PERFORM FECHA-CHAVE.
           CLOSE CADAMIGO AMIGO-CONF.
       CHAVES-AMIGOS-FIM.
           EXIT.

      * -----------------------------------
      * VEHICLES.DAT
      * -----------------------------------
       DESCARGA-VEIC.
           OPEN INPUT VEHICLES-FILE.
           IF VE-STAT NOT = "00"
               GO TO DESCARGA-VEIC-FIM
           END-IF.
           MOVE "S" TO W-ABRIU.
           OPEN OUTPUT DESC-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE VEHICLE-STRUCT TO W-REG
                       WRITE DESC-REC FROM W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE DESC-FILE.
       DESCARGA-VEIC-FIM.
           EXIT.

       RECARGA-VEIC.
           OPEN INPUT DESC-FILE.
           OPEN OUTPUT VEIC-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ DESC-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE DESC-REC TO VEIC-NOVO-REC
                       WRITE VEIC-NOVO-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA RECARGA: "
                                   VN-PLACA
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DESC-FILE VEIC-NOVO.
           OPEN INPUT VEIC-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEIC-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE VEIC-NOVO-REC TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE VEIC-NOVO.

       TROCA-VEIC.
           OPEN INPUT VEIC-NOVO.
           OPEN OUTPUT VEHICLES-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEIC-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE VEIC-NOVO-REC TO VEHICLE-STRUCT
                       WRITE VEHICLE-STRUCT
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA TROCA: "
                                   FPLACA
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE VEIC-NOVO VEHICLES-FILE.
           OPEN INPUT VEHICLES-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE VEHICLE-STRUCT TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.

       CHAVES-VEIC.
           OPEN INPUT VEHICLES-FILE.
           OPEN INPUT VEIC-CONF.
           IF VE-STAT NOT = "00" OR VC-STAT NOT = "00"
               MOVE "  CHAVES NAO CONFERIDAS - ARQUIVO NAO ABRIU"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE VEHICLES-FILE VEIC-CONF
               GO TO CHAVES-VEIC-FIM
           END-IF.
           MOVE "FPROPRIETARIO" TO W-LK-NOME.
           PERFORM ZERA-CHAVE.
           MOVE LOW-VALUES TO FPROPRIETARIO.
           START VEHICLES-FILE KEY IS NOT LESS THAN FPROPRIETARIO
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE FPROPRIETARIO TO W-ALT-ATUAL
                       MOVE FPLACA TO W-PRIM-ATUAL
                       MOVE FPLACA TO VC-PLACA
                       MOVE "S" TO W-ALT-CONF
                       READ VEIC-CONF
                           INVALID KEY
                               MOVE "N" TO W-ALT-CONF
                           NOT INVALID KEY
                               IF VC-PROPRIETARIO NOT = FPROPRIETARIO
                                   MOVE "N" TO W-ALT-CONF
                               END-IF
                       END-READ
                       PERFORM CONTA-CHAVE
               END-READ
           END-PERFORM.
           PERFORM FECHA-CHAVE.
           MOVE "FDOC-PROPRIETARIO" TO W-LK-NOME.
           PERFORM ZERA-CHAVE.
           MOVE LOW-VALUES TO FDOC-PROPRIETARIO.
           START VEHICLES-FILE KEY IS NOT LESS THAN FDOC-PROPRIETARIO
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE FDOC-PROPRIETARIO TO W-ALT-ATUAL
                       MOVE FPLACA TO W-PRIM-ATUAL
                       MOVE FPLACA TO VC-PLACA
                       MOVE "S" TO W-ALT-CONF
                       READ VEIC-CONF
                           INVALID KEY
                               MOVE "N" TO W-ALT-CONF
                           NOT INVALID KEY
                               IF VC-DOC-PROPRIETARIO
                                       NOT = FDOC-PROPRIETARIO
                                   MOVE "N" TO W-ALT-CONF
                               END-IF
                       END-READ
                       PERFORM CONTA-CHAVE
               END-READ
           END-PERFORM.
           PERFORM FECHA-CHAVE.
           CLOSE VEHICLES-FILE VEIC-CONF.
       CHAVES-VEIC-FIM.
           EXIT.

      * -----------------------------------
      * AGVISTO.DAT
      * -----------------------------------
       DESCARGA-AGENDA.
           OPEN INPUT AGENDA-FILE.
           IF AG-STAT NOT = "00"
               GO TO DESCARGA-AGENDA-FIM
           END-IF.
           MOVE "S" TO W-ABRIU.
           OPEN OUTPUT DESC-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE AGENDA-REC TO W-REG
                       WRITE DESC-REC FROM W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE AGENDA-FILE DESC-FILE.
       DESCARGA-AGENDA-FIM.
           EXIT.

       RECARGA-AGENDA.
           OPEN INPUT DESC-FILE.
           OPEN OUTPUT AGENDA-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ DESC-FILE
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE DESC-REC TO AGENDA-NOVO-REC
                       WRITE AGENDA-NOVO-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA RECARGA: "
                                   GN-CHAVE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DESC-FILE AGENDA-NOVO.
           OPEN INPUT AGENDA-NOVO.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AGENDA-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE AGENDA-NOVO-REC TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE AGENDA-NOVO.

       TROCA-AGENDA.
           OPEN INPUT AGENDA-NOVO.
           OPEN OUTPUT AGENDA-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AGENDA-NOVO NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE AGENDA-NOVO-REC TO AGENDA-REC
                       WRITE AGENDA-REC
                           INVALID KEY
                               DISPLAY "CHAVE DUPLICADA NA TROCA: "
                                   AG-CHAVE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE AGENDA-NOVO AGENDA-FILE.
           OPEN INPUT AGENDA-FILE.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE AGENDA-REC TO W-REG
                       PERFORM SOMA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE AGENDA-FILE.

       CHAVES-AGENDA.
           OPEN INPUT AGENDA-FILE.
           OPEN INPUT AGENDA-CONF.
           IF AG-STAT NOT = "00" OR GC-STAT NOT = "00"
               MOVE "  CHAVES NAO CONFERIDAS - ARQUIVO NAO ABRIU"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE AGENDA-FILE AGENDA-CONF
               GO TO CHAVES-AGENDA-FIM
           END-IF.
           MOVE "AG-DATA" TO W-LK-NOME.
           PERFORM ZERA-CHAVE.
           MOVE ZEROS TO AG-DATA.
           START AGENDA-FILE KEY IS NOT LESS THAN AG-DATA
               INVALID KEY
                   MOVE "S" TO W-EOF
           END-START.
           PERFORM UNTIL W-EOF = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       MOVE AG-DATA TO W-ALT-ATUAL
                       MOVE AG-CHAVE TO W-PRIM-ATUAL
                       MOVE AG-CHAVE TO GC-CHAVE
                       MOVE "S" TO W-ALT-CONF
                       READ AGENDA-CONF
                           INVALID KEY
                               MOVE "N" TO W-ALT-CONF
                           NOT INVALID KEY
                               IF GC-DATA NOT = AG-DATA
                                   MOVE "N" TO W-ALT-CONF
                               END-IF
                       END-READ
                       PERFORM CONTA-CHAVE
               END-READ
           END-PERFORM.
           PERFORM FECHA-CHAVE.
           CLOSE AGENDA-FILE AGENDA-CONF.
       CHAVES-AGENDA-FIM.
           EXIT.
