       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGVEI.
      * CARGA EM LOTE DE VEICULOS EM VEHICLES.DAT, PARA A FROTA QUE O
      * CLIENTE OU A REVENDA ENTREGA EM ARQUIVO (CARGVEI.DAT, UMA
      * LINHA POR VEICULO NO LAYOUT DE CARGA-REC-LAYOUT) EM VEZ DE
      * SER DIGITADA UM A UM NA TELA. CADA REGISTRO PASSA PELAS
      * MESMAS CRITICAS DA INCLUSAO DO VEHICLES:
      *  - PLACA NORMALIZADA (MAIUSCULAS, SEM SEPARADOR) E SO NOS
      *    FORMATOS LLL9999 / LLL9L99;
      *  - PROPRIETARIO PELO CPF/CNPJ (VALDOC) OU DOCUMENTO
      *    PROVISORIO, CADASTRADO EM PROPRIET.DAT; O NOME VEM DO
      *    CADASTRO E O CEP, SE NAO INFORMADO, TAMBEM;
      *  - MARCA E SITUACAO NOS DOMINIOS DE PARAMS.DAT (TABPARAM);
      *  - ANO DE FABRICACAO NUMERICO E VENCIMENTO DA VISTORIA COMO
      *    DATA DE CALENDARIO (AAAAMMDD);
      *  - CEP DO PROPRIETARIO EXISTENTE E NAO CANCELADO EM CEPS.DAT;
      *  - APELIDO DO AMIGO, SE INFORMADO, EXISTENTE EM CADAMIGO.DAT;
      *  - CODIGO FIPE DO MODELO, SE INFORMADO (COLUNA FINAL,
      *    OPCIONAL - ARQUIVO NO LAYOUT ANTERIOR CONTINUA VALENDO),
      *    EXISTENTE NA TABELA FIPE (VALFIPE);
      *  - PLACA AINDA NAO CADASTRADA.
      * O REGISTRO REJEITADO VAI PARA CARGVEI.LOG COM O NUMERO DA
      * LINHA, A PLACA E O MOTIVO. CADA VEICULO GRAVADO GANHA EM
      * VEIC_HIST.DAT O EVENTO INICIAL (SITUACAO DE ANTES EM BRANCO,
      * OPERADOR "CARGVEI (BATCH)"), PARA O HISTORICO DO CICLO DE
      * VIDA COMECAR NA CARGA. CHECKPOINT E REINICIO NOS MOLDES DO
      * CARGCEP: A CADA REGISTRO CARGVEI.CHK GUARDA O ULTIMO
      * PROCESSADO E OS TOTAIS, E A REEXECUCAO APOS UMA QUEDA RETOMA
      * DALI. EXECUCAO EVENTUAL, QUANDO CHEGA UM ARQUIVO. RETURN-CODE
      * 4 QUANDO HOUVE REJEICAO OU O ARQUIVO NAO FOI ACHADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLES-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPLACA
               ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                   WITH DUPLICATES
               FILE STATUS IS VE-STAT.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY
               ALTERNATE RECORD KEY IS FS-CIDADE WITH DUPLICATES
               ALTERNATE RECORD KEY IS FS-BAIRRO WITH DUPLICATES.
           SELECT CADAMIGO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS APELIDO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS  IS AM-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PP-DOCUMENTO
               ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
               FILE STATUS  IS PP-STAT.
           SELECT SIT-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VH-STAT.
           SELECT CARGA-FILE ASSIGN TO "cargvei.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CF-STAT.
           SELECT CARGA-LOG ASSIGN TO "cargvei.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARGA-CHK ASSIGN TO "cargvei.chk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-STAT.
       DATA DIVISION.
       FILE SECTION.
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

      * HISTORICO DE SITUACAO DO VEICULO, O MESMO DO VEHICLES.
       FD SIT-HIST VALUE OF FILE-ID IS "veic_hist.dat".
       01 SIT-HIST-REC.
           05 VH-DATA PIC 9(08).
           05 VH-HORA PIC 9(08).
           05 VH-PLACA PIC X(25).
           05 VH-SIT-ANTES PIC X(01).
           05 VH-SIT-DEPOIS PIC X(01).
           05 VH-OPERADOR PIC X(20).

       FD CARGA-FILE.
       01 CARGA-REC PIC X(85).

       FD CARGA-LOG.
       01 LOG-LINHA PIC X(100).

       FD CARGA-CHK.
       01 CARGA-CHK-REC.
           05 CK-REGISTRO PIC 9(06).
           05 FILLER PIC X(01).
           05 CK-GRAVADOS PIC 9(06).
           05 FILLER PIC X(01).
           05 CK-REJEITADOS PIC 9(06).

       WORKING-STORAGE SECTION.
       77 VE-STAT PIC X(02) VALUE "00".
       77 FS-STAT PIC 9(02) VALUE ZEROS.
       77 AM-STAT PIC X(02) VALUE "00".
       77 PP-STAT PIC X(02) VALUE "00".
       77 VH-STAT PIC X(02) VALUE "00".
       77 CF-STAT PIC X(02) VALUE "00".
       77 CK-STAT PIC X(02) VALUE "00".
       77 WS-FIM-CARGA PIC X VALUE "N".
           88 FIM-CARGA VALUE "S".
       77 WS-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WS-CHK-REGISTRO PIC 9(06) VALUE ZEROS.
       77 WS-PULADOS PIC 9(06) VALUE ZEROS.
       77 WS-DESDE-CHK PIC 9(03) VALUE ZEROS.
       77 WS-INTERVALO-CHK PIC 9(03) VALUE 1.

      * CADASTROS DE CONSULTA: SEM ELES A CRITICA NAO TEM COMO SER
      * FEITA E O REGISTRO QUE DEPENDE DELES E REJEITADO.
       77 W-CEPS-ABERTO PIC X(01) VALUE "N".
       77 W-AMIGOS-ABERTO PIC X(01) VALUE "N".
       77 W-PROP-ABERTO PIC X(01) VALUE "N".
       77 W-MOTIVO PIC X(45) VALUE SPACES.

       01 CARGA-REC-LAYOUT REDEFINES CARGA-REC.
           05 CL-PLACA PIC X(25).
           05 CL-DOC-PROPRIETARIO PIC X(18).
           05 CL-MARCA PIC X(01).
           05 CL-ANO-FABRICACAO PIC X(04).
           05 CL-SITUACAO PIC X(01).
           05 CL-VENCTO-VISTORIA PIC X(08).
           05 CL-CEP-PROP PIC X(08).
           05 CL-APELIDO-AMIGO PIC X(12).
           05 CL-COD-FIPE PIC X(08).

      * CODIGO FIPE DO MODELO, CONFERIDO NA TABELA PELO VALFIPE.
       01 FIPE-VALIDACAO.
           05 FV-CODIGO PIC X(10).
           05 FV-ANO PIC 9(04).
           05 FV-NORMAL PIC X(08).
           05 FV-MARCA PIC X(20).
           05 FV-MODELO PIC X(40).
           05 FV-PRECO PIC 9(09)V99.
           05 FV-MES-REF PIC 9(06).
           05 FV-OK PIC X(01).

      * PROPRIETARIO PELO DOCUMENTO, COMO NA TELA DO VEHICLES.
       77 W-DOC-BRUTO PIC X(30) VALUE SPACES.
       77 W-DOC-NORM PIC X(14) VALUE SPACES.
       01 DOC-VALIDACAO.
           05 DV-DOCUMENTO PIC X(18).
           05 DV-NORMAL PIC X(14).
           05 DV-TIPO PIC X(01).
           05 DV-OK PIC X(01).

      * TABELAS DE DOMINIO CARREGADAS DE PARAMS.DAT VIA TABPARAM.
       01 TAB-MARCAS.
           05 TM-DOMINIO PIC X(08).
           05 TM-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TM-QTD PIC 9(02).
           05 TM-ITEM OCCURS 20 TIMES.
               10 TM-CODIGO PIC X(02).
               10 TM-DESC PIC X(15).

       01 TAB-SITUACOES.
           05 TS-DOMINIO PIC X(08).
           05 TS-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TS-QTD PIC 9(02).
           05 TS-ITEM OCCURS 20 TIMES.
               10 TS-CODIGO PIC X(02).
               10 TS-DESC PIC X(15).

       77 IND PIC 9(02) VALUE ZEROS.
       77 W-COD-BUSCA PIC X(02) VALUE SPACES.
       77 W-MARCA-OK PIC X VALUE "N".
       77 W-SIT-OK PIC X VALUE "N".

      * VALIDACAO DE CALENDARIO DO VENCIMENTO DA VISTORIA.
       77 W-DATA-OK PIC X(01) VALUE "N".
       01 W-DT-DATA.
           05 W-DT-ANO PIC 9(04).
           05 W-DT-MES PIC 9(02).
           05 W-DT-DIA PIC 9(02).
       77 W-DT-DIAS-MES PIC 9(02) VALUE ZEROS.
       77 W-DT-QUOC PIC 9(04) VALUE ZEROS.
       77 W-DT-RESTO PIC 9(04) VALUE ZEROS.
       77 W-DT-BISSEXTO PIC X(01) VALUE "N".

      * NORMALIZACAO E VALIDACAO DE PLACA, COMO NA TELA.
       77 W-PLACA-BRUTA PIC X(25) VALUE SPACES.
       77 W-PLACA-NORM PIC X(25) VALUE SPACES.
       77 W-PLACA-OK PIC X(01) VALUE "N".
       77 W-IND-PL PIC 9(02) VALUE ZEROS.
       77 W-IND-PN PIC 9(02) VALUE ZEROS.
       77 W-CH-PL PIC X(01) VALUE SPACES.

       01 WS-LOG-REJEITADO.
           05 FILLER PIC X(14) VALUE "REJEITADO REG ".
           05 WS-LOG-REG PIC 9(06).
           05 FILLER PIC X(07) VALUE " PLACA ".
           05 WS-LOG-PLACA PIC X(12).
           05 FILLER PIC X(02) VALUE ": ".
           05 WS-LOG-MOTIVO PIC X(45).

       01 WS-LOG-REINICIO.
           05 FILLER PIC X(34) VALUE
              "REINICIO DA CARGA APOS O REGISTRO ".
           05 WS-LOG-CHK-REG PIC ZZZZZ9.

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(20) VALUE "LIDOS:".
           05 WS-LOG-LIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  GRAVADOS:".
           05 WS-LOG-GRAVADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  REJEITADOS:".
           05 WS-LOG-REJEITADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-CHECKPOINT.
           IF WS-CHK-REGISTRO > ZEROS
               OPEN EXTEND CARGA-LOG
           ELSE
               OPEN OUTPUT CARGA-LOG
           END-IF.
           OPEN INPUT CARGA-FILE.
           IF CF-STAT NOT = "00"
               MOVE "*** ARQUIVO CARGVEI.DAT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 4 TO RETURN-CODE
               GO TO FINALIZA
           END-IF.
           MOVE "MARCA" TO TM-DOMINIO.
           CALL "TABPARAM" USING TAB-MARCAS.
           MOVE "SITUACAO" TO TS-DOMINIO.
           CALL "TABPARAM" USING TAB-SITUACOES.
           OPEN I-O VEHICLES-FILE.
           IF VE-STAT NOT = "00"
               OPEN OUTPUT VEHICLES-FILE
               CLOSE VEHICLES-FILE
               OPEN I-O VEHICLES-FILE
           END-IF.
           OPEN INPUT CEP-FILE.
           IF FS-STAT = ZEROS
               MOVE "S" TO W-CEPS-ABERTO
           END-IF.
           OPEN INPUT CADAMIGO.
           IF AM-STAT = "00"
               MOVE "S" TO W-AMIGOS-ABERTO
           END-IF.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT = "00"
               MOVE "S" TO W-PROP-ABERTO
           END-IF.
           OPEN EXTEND SIT-HIST.
           IF VH-STAT NOT = "00"
               OPEN OUTPUT SIT-HIST
               CLOSE SIT-HIST
               OPEN EXTEND SIT-HIST
           END-IF.
           IF WS-CHK-REGISTRO > ZEROS
               MOVE WS-CHK-REGISTRO TO WS-LOG-CHK-REG
               WRITE LOG-LINHA FROM WS-LOG-REINICIO
               PERFORM PULA-PROCESSADOS
           END-IF.
           PERFORM UNTIL FIM-CARGA
               READ CARGA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-CARGA
                   NOT AT END
                       PERFORM PROCESSA-REGISTRO
                           THRU PROCESSA-REGISTRO-FIM
                       ADD 1 TO WS-DESDE-CHK
                       IF WS-DESDE-CHK >= WS-INTERVALO-CHK
                           PERFORM GRAVA-CHECKPOINT
                           MOVE ZEROS TO WS-DESDE-CHK
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-TOT-LIDOS TO WS-LOG-LIDOS.
           MOVE WS-TOT-GRAVADOS TO WS-LOG-GRAVADOS.
           MOVE WS-TOT-REJEITADOS TO WS-LOG-REJEITADOS.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE VEHICLES-FILE CARGA-FILE SIT-HIST.
           IF W-CEPS-ABERTO = "S"
               CLOSE CEP-FILE
           END-IF.
           IF W-AMIGOS-ABERTO = "S"
               CLOSE CADAMIGO
           END-IF.
           IF W-PROP-ABERTO = "S"
               CLOSE PROPRIET-FILE
           END-IF.
           PERFORM LIMPA-CHECKPOINT.
           IF WS-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       FINALIZA.
           CLOSE CARGA-LOG.
           GOBACK.

      * -----------------------------------
      * CRITICA DO REGISTRO NA ORDEM DA TELA DE INCLUSAO; O PRIMEIRO
      * ERRO ACHADO E O MOTIVO DA REJEICAO.
       PROCESSA-REGISTRO.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE SPACES TO VEHICLE-STRUCT.
           MOVE ZEROS TO FMARCA FFANOFABRICACAO FVENCTOVISTORIA
               FCEP-PROP.
           MOVE CL-PLACA TO W-PLACA-BRUTA.
           PERFORM NORMALIZA-PLACA.
           PERFORM VALIDA-PLACA THRU VALIDA-PLACA-FIM.
           IF W-PLACA-OK = "N"
               MOVE "PLACA FORA DOS FORMATOS LLL9999 / LLL9L99"
                   TO W-MOTIVO
               GO TO REJEITA-REGISTRO
           END-IF.
           MOVE W-PLACA-NORM TO FPLACA.

           MOVE CL-DOC-PROPRIETARIO TO W-DOC-BRUTO.
           PERFORM VALIDA-PROPRIETARIO THRU VALIDA-PROPRIETARIO-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO REJEITA-REGISTRO
           END-IF.
           MOVE PP-DOCUMENTO TO FDOC-PROPRIETARIO.
           MOVE PP-NOME TO FPROPRIETARIO.

           MOVE CL-MARCA TO W-COD-BUSCA.
           PERFORM VALIDA-MARCA.
           IF W-MARCA-OK = "N" OR CL-MARCA NOT NUMERIC
               MOVE "CODIGO DE MARCA FORA DA LISTA" TO W-MOTIVO
               GO TO REJEITA-REGISTRO
           END-IF.
           MOVE CL-MARCA TO FMARCA.

           MOVE CL-SITUACAO TO W-COD-BUSCA.
           PERFORM VALIDA-SITUACAO.
           IF W-SIT-OK = "N"
               MOVE "CODIGO DE SITUACAO FORA DA LISTA" TO W-MOTIVO
               GO TO REJEITA-REGISTRO
           END-IF.
           MOVE CL-SITUACAO TO FSITUACAO.

           IF CL-ANO-FABRICACAO NOT NUMERIC
               MOVE "ANO DE FABRICACAO NAO NUMERICO" TO W-MOTIVO
               GO TO REJEITA-REGISTRO
           END-IF.
           MOVE CL-ANO-FABRICACAO TO FFANOFABRICACAO.

           IF CL-VENCTO-VISTORIA NOT NUMERIC
               MOVE "VENCIMENTO INVALIDO NO CALENDARIO" TO W-MOTIVO
               GO TO REJEITA-REGISTRO
           END-IF.
           MOVE CL-VENCTO-VISTORIA TO W-DT-DATA.
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM.
           IF W-DATA-OK = "N"
               MOVE "VENCIMENTO INVALIDO NO CALENDARIO" TO W-MOTIVO
               GO TO REJEITA-REGISTRO
           END-IF.
           MOVE CL-VENCTO-VISTORIA TO FVENCTOVISTORIA.

      * CEP EM BRANCO OU ZERADO VEM DO CADASTRO DO DONO.
           IF CL-CEP-PROP = SPACES OR CL-CEP-PROP = ZEROS
               MOVE PP-CEP TO FCEP-PROP
           ELSE
               IF CL-CEP-PROP NOT NUMERIC
                   MOVE "CEP DO PROPRIETARIO NAO NUMERICO" TO W-MOTIVO
                   GO TO REJEITA-REGISTRO
               END-IF
               MOVE CL-CEP-PROP TO FCEP-PROP
           END-IF.
           PERFORM VALIDA-CEP-PROP THRU VALIDA-CEP-PROP-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO REJEITA-REGISTRO
           END-IF.

           MOVE CL-APELIDO-AMIGO TO FAPELIDO-AMIGO.
           PERFORM VALIDA-AMIGO THRU VALIDA-AMIGO-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO REJEITA-REGISTRO
           END-IF.

           MOVE CL-COD-FIPE TO FCOD-FIPE.
           PERFORM VALIDA-FIPE THRU VALIDA-FIPE-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO REJEITA-REGISTRO
           END-IF.

           WRITE VEHICLE-STRUCT
               INVALID KEY
                   MOVE "PLACA JA CADASTRADA" TO W-MOTIVO
           END-WRITE.
           IF W-MOTIVO NOT = SPACES
               GO TO REJEITA-REGISTRO
           END-IF.
           ADD 1 TO WS-TOT-GRAVADOS.
           PERFORM GRAVA-SIT-HIST.
           GO TO PROCESSA-REGISTRO-FIM.
       REJEITA-REGISTRO.
           MOVE WS-TOT-LIDOS TO WS-LOG-REG.
           MOVE CL-PLACA TO WS-LOG-PLACA.
           MOVE W-MOTIVO TO WS-LOG-MOTIVO.
           WRITE LOG-LINHA FROM WS-LOG-REJEITADO.
           ADD 1 TO WS-TOT-REJEITADOS.
       PROCESSA-REGISTRO-FIM.
           MOVE SPACES TO W-MOTIVO.

      * -----------------------------------
      * EVENTO INICIAL DO CICLO DE VIDA: SEM SITUACAO ANTERIOR, COM O
      * NOME DA CARGA NO LUGAR DO OPERADOR, COMO NO CARGCEP.
       GRAVA-SIT-HIST.
           ACCEPT VH-DATA FROM DATE YYYYMMDD.
           ACCEPT VH-HORA FROM TIME.
           MOVE FPLACA TO VH-PLACA.
           MOVE SPACES TO VH-SIT-ANTES.
           MOVE FSITUACAO TO VH-SIT-DEPOIS.
           MOVE "CARGVEI (BATCH)" TO VH-OPERADOR.
           WRITE SIT-HIST-REC.

      * -----------------------------------
      * PROPRIETARIO DO REGISTRO (W-DOC-BRUTO): CPF/CNPJ VALIDO OU
      * PROVISORIO, CADASTRADO EM PROPRIET.DAT. O REGISTRO DO DONO
      * FICA EM PROPRIET-REC; A RECUSA, EM W-MOTIVO.
       VALIDA-PROPRIETARIO.
           MOVE SPACES TO W-MOTIVO.
           IF W-DOC-BRUTO = SPACES
               MOVE "CPF/CNPJ DO PROPRIETARIO NAO INFORMADO"
                   TO W-MOTIVO
               GO TO VALIDA-PROPRIETARIO-FIM
           END-IF.
           PERFORM NORMALIZA-DOC.
           IF W-DOC-NORM = SPACES
               MOVE "CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)"
                   TO W-MOTIVO
               GO TO VALIDA-PROPRIETARIO-FIM
           END-IF.
           IF W-PROP-ABERTO NOT = "S"
               MOVE "CADASTRO DE PROPRIETARIOS INDISPONIVEL"
                   TO W-MOTIVO
               GO TO VALIDA-PROPRIETARIO-FIM
           END-IF.
           MOVE W-DOC-NORM TO PP-DOCUMENTO.
           READ PROPRIET-FILE
               INVALID KEY
                   MOVE "PROPRIETARIO NAO CADASTRADO (VER CADPROP)"
                       TO W-MOTIVO
           END-READ.
       VALIDA-PROPRIETARIO-FIM.
           EXIT.

      * DOCUMENTO PROVISORIO ("P" + 13 DIGITOS) OU DE TITULAR
      * ANONIMIZADO ("A" + 13 DIGITOS) VALE COMO VEIO; O RESTO PASSA
      * PELO VALDOC, QUE TIRA PONTO, BARRA E HIFEN.
       NORMALIZA-DOC.
           INSPECT W-DOC-BRUTO
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO W-DOC-NORM.
           IF (W-DOC-BRUTO(1:1) = "P" OR W-DOC-BRUTO(1:1) = "A")
                   AND W-DOC-BRUTO(2:13) NUMERIC
                   AND W-DOC-BRUTO(15:16) = SPACES
               MOVE W-DOC-BRUTO(1:14) TO W-DOC-NORM
           ELSE
               MOVE W-DOC-BRUTO TO DV-DOCUMENTO
               CALL "VALDOC" USING DOC-VALIDACAO
               IF DV-OK = "S"
                   MOVE DV-NORMAL TO W-DOC-NORM
               END-IF
           END-IF.

      * -----------------------------------
      * CEP DO PROPRIETARIO (FCEP-PROP) EM CEPS.DAT, SEM CANCELADO.
       VALIDA-CEP-PROP.
           MOVE SPACES TO W-MOTIVO.
           IF W-CEPS-ABERTO NOT = "S"
               MOVE "BASE DE CEPS INDISPONIVEL" TO W-MOTIVO
               GO TO VALIDA-CEP-PROP-FIM
           END-IF.
           MOVE FCEP-PROP TO FS-CEP.
           READ CEP-FILE
               INVALID KEY
                   MOVE "CEP NAO CADASTRADO NA BASE DE CEPS"
                       TO W-MOTIVO
               NOT INVALID KEY
                   IF CEP-CANCELADO
                       MOVE "CEP CANCELADO NAO PODE SER USADO"
                           TO W-MOTIVO
                   END-IF
           END-READ.
       VALIDA-CEP-PROP-FIM.
           EXIT.

      * -----------------------------------
      * VINCULO OPCIONAL COM O CADASTRO DE AMIGOS: BRANCO E SEM
      * VINCULO; APELIDO INFORMADO TEM QUE EXISTIR EM CADAMIGO.DAT.
       VALIDA-AMIGO.
           MOVE SPACES TO W-MOTIVO.
           IF FAPELIDO-AMIGO = SPACES
               GO TO VALIDA-AMIGO-FIM
           END-IF.
           IF W-AMIGOS-ABERTO NOT = "S"
               MOVE "CADASTRO DE AMIGOS INDISPONIVEL" TO W-MOTIVO
               GO TO VALIDA-AMIGO-FIM
           END-IF.
           MOVE FAPELIDO-AMIGO TO APELIDO.
           READ CADAMIGO
               INVALID KEY
                   MOVE "APELIDO NAO CADASTRADO EM CADAMIGO"
                       TO W-MOTIVO
           END-READ.
       VALIDA-AMIGO-FIM.
           EXIT.

      * -----------------------------------
      * CODIGO FIPE OPCIONAL: BRANCO E VEICULO SEM MODELO
      * IDENTIFICADO; INFORMADO, TEM QUE ESTAR NA TABELA FIPE E E
      * GRAVADO NA FORMA NORMALIZADA. SEM PRECO PARA O ANO DE
      * FABRICACAO E ACEITO, COMO NA TELA; SEM A TABELA FIPE (ANTES
      * DA PRIMEIRA CARGA DO CARGFIPE) TAMBEM, SO COM O FORMATO
      * CONFERIDO, PARA NAO TRAVAR A CARGA DE VEICULOS.
       VALIDA-FIPE.
           MOVE SPACES TO W-MOTIVO.
           IF FCOD-FIPE = SPACES
               GO TO VALIDA-FIPE-FIM
           END-IF.
           MOVE FCOD-FIPE TO FV-CODIGO.
           MOVE FFANOFABRICACAO TO FV-ANO.
           CALL "VALFIPE" USING FIPE-VALIDACAO.
           EVALUATE FV-OK
               WHEN "F"
                   MOVE "CODIGO FIPE INVALIDO (FORMATO 999999-9)"
                       TO W-MOTIVO
               WHEN "N"
                   MOVE "CODIGO FIPE NAO CADASTRADO NA TABELA FIPE"
                       TO W-MOTIVO
               WHEN OTHER
                   MOVE FV-NORMAL TO FCOD-FIPE
           END-EVALUATE.
       VALIDA-FIPE-FIM.
           EXIT.

      * -----------------------------------
      * DOMINIOS CARREGADOS DE PARAMS.DAT.
       VALIDA-MARCA.
           MOVE "N" TO W-MARCA-OK.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TM-QTD
               IF TM-CODIGO(IND) = W-COD-BUSCA
                   MOVE "S" TO W-MARCA-OK
               END-IF
           END-PERFORM.

       VALIDA-SITUACAO.
           MOVE "N" TO W-SIT-OK.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TS-QTD
               IF TS-CODIGO(IND) = W-COD-BUSCA
                   MOVE "S" TO W-SIT-OK
               END-IF
           END-PERFORM.

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

      * -----------------------------------
      * NORMALIZA A PLACA EM W-PLACA-BRUTA: MAIUSCULAS E SO LETRAS E
      * DIGITOS, ENCOSTADOS A ESQUERDA EM W-PLACA-NORM.
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
      * CONFERE W-PLACA-NORM CONTRA OS FORMATOS LLL9999 (ANTIGO) E
      * LLL9L99 (MERCOSUL).
       VALIDA-PLACA.
           MOVE "N" TO W-PLACA-OK.
           IF W-PLACA-NORM(8:18) NOT = SPACES
              GO TO VALIDA-PLACA-FIM
           END-IF.
           PERFORM VARYING W-IND-PL FROM 1 BY 1 UNTIL W-IND-PL > 3
              MOVE W-PLACA-NORM(W-IND-PL:1) TO W-CH-PL
              IF W-CH-PL < "A" OR W-CH-PL > "Z"
                 MOVE 9 TO W-IND-PL
                 MOVE "*" TO W-CH-PL
              END-IF
           END-PERFORM.
           IF W-CH-PL = "*"
              GO TO VALIDA-PLACA-FIM
           END-IF.
           MOVE W-PLACA-NORM(4:1) TO W-CH-PL.
           IF W-CH-PL < "0" OR W-CH-PL > "9"
              GO TO VALIDA-PLACA-FIM
           END-IF.
           MOVE W-PLACA-NORM(6:1) TO W-CH-PL.
           IF W-CH-PL < "0" OR W-CH-PL > "9"
              GO TO VALIDA-PLACA-FIM
           END-IF.
           MOVE W-PLACA-NORM(7:1) TO W-CH-PL.
           IF W-CH-PL < "0" OR W-CH-PL > "9"
              GO TO VALIDA-PLACA-FIM
           END-IF.
           MOVE W-PLACA-NORM(5:1) TO W-CH-PL.
           IF (W-CH-PL >= "0" AND W-CH-PL <= "9")
                 OR (W-CH-PL >= "A" AND W-CH-PL <= "Z")
              MOVE "S" TO W-PLACA-OK
           END-IF.
       VALIDA-PLACA-FIM.
           EXIT.

      * -----------------------------------
      * LE O CHECKPOINT DA EXECUCAO ANTERIOR, SE HOUVER; REGISTRO
      * MAIOR QUE ZERO INDICA CARGA INTERROMPIDA E OS TOTAIS
      * ACUMULADOS SAO RESTAURADOS PARA O RESUMO SAIR INTEIRO.
       LE-CHECKPOINT.
           OPEN INPUT CARGA-CHK.
           IF CK-STAT = "00"
               READ CARGA-CHK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CK-REGISTRO TO WS-CHK-REGISTRO
                       MOVE CK-REGISTRO TO WS-TOT-LIDOS
                       MOVE CK-GRAVADOS TO WS-TOT-GRAVADOS
                       MOVE CK-REJEITADOS TO WS-TOT-REJEITADOS
               END-READ
               CLOSE CARGA-CHK
           END-IF.

      * -----------------------------------
      * PULA NO ARQUIVO DE CARGA OS REGISTROS JA PROCESSADOS ANTES DA
      * QUEDA, POSICIONANDO A LEITURA NO PRIMEIRO AINDA NAO TRATADO.
       PULA-PROCESSADOS.
           MOVE ZEROS TO WS-PULADOS.
           PERFORM UNTIL WS-PULADOS = WS-CHK-REGISTRO OR FIM-CARGA
               READ CARGA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-CARGA
                   NOT AT END
                       ADD 1 TO WS-PULADOS
               END-READ
           END-PERFORM.

      * -----------------------------------
      * REGRAVA CARGVEI.CHK COM O ULTIMO REGISTRO PROCESSADO E OS
      * TOTAIS ACUMULADOS ATE ELE.
       GRAVA-CHECKPOINT.
           OPEN OUTPUT CARGA-CHK.
           MOVE SPACES TO CARGA-CHK-REC.
           MOVE WS-TOT-LIDOS TO CK-REGISTRO.
           MOVE WS-TOT-GRAVADOS TO CK-GRAVADOS.
           MOVE WS-TOT-REJEITADOS TO CK-REJEITADOS.
           WRITE CARGA-CHK-REC.
           CLOSE CARGA-CHK.

      * -----------------------------------
      * ZERA O CHECKPOINT NO FIM NORMAL DA CARGA, PARA A PROXIMA
      * EXECUCAO COMECAR DO INICIO DO ARQUIVO.
       LIMPA-CHECKPOINT.
           OPEN OUTPUT CARGA-CHK.
           MOVE SPACES TO CARGA-CHK-REC.
           MOVE ZEROS TO CK-REGISTRO CK-GRAVADOS CK-REJEITADOS.
           WRITE CARGA-CHK-REC.
           CLOSE CARGA-CHK.
