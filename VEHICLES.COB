      *  - VENCIMENTO DE VISTORIA CRITICADO NO CALENDARIO;
      *  - CEP DO PROPRIETARIO VALIDADO EM CEPS.DAT (SEM CANCELADO)
      *    E VINCULO DE AMIGO VALIDADO EM CADAMIGO.DAT;
      *  - CODIGO FIPE DO MODELO (OPCIONAL) VALIDADO NA TABELA FIPE
      *    (VALFIPE), COM AVISO QUANDO A TABELA NAO TEM PRECO PARA O
      *    ANO DE FABRICACAO; A CONSULTA MOSTRA O MODELO E O PRECO;
      *  - CONFERENCIA DE CONCORRENCIA ANTES DE REWRITE/DELETE;
      *  - PROPRIETARIO INFORMADO PELO CPF/CNPJ (OU DOCUMENTO
      *    PROVISORIO DA CONVERSAO) E OBRIGATORIAMENTE CADASTRADO EM
      *    PROPRIET.DAT (CADPROP); O NOME GRAVADO NO VEICULO E COPIA
      *    DO CADASTRO E O CEP, SE NAO INFORMADO, VEM DE LA;
      *  - TRANSFERENCIA COM HISTORICO EM TRANSFVEIC.DAT (COM O
      *    DOCUMENTO DO DONO ANTIGO E DO NOVO) E MUDANCA DE SITUACAO
      *    COM HISTORICO EM VEIC_HIST.DAT; TROCA DE DONO SO PELA
      *    TRANSFERENCIA;
      *  - EXCLUSAO SO PARA SUPERVISOR (NIVEL DA SESSAO DO MENU).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
               FILE STATUS  IS AM-STAT.
           SELECT PROPRIET-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS PP-DOCUMENTO
               ALTERNATE RECORD KEY IS PP-NOME WITH DUPLICATES
               FILE STATUS  IS PP-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD VEHICLES-FILE
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

      * HISTORICO DE MUDANCAS DE SITUACAO, NOS MOLDES DO GRAVA-HIST
      * DO CEPS: IMAGEM ANTES/DEPOIS, DATA/HORA E OPERADOR.
           03 CEP-AMIGO      PIC 9(08).
           03 NUMERO-END     PIC X(06).

      * CADASTRO DE PROPRIETARIOS MANTIDO PELO CADPROP.
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

       WORKING-STORAGE SECTION.
       01 WS-MODULO.
           05 FILLER PIC X(11) VALUE "VEICULOS -".
       77 W-TOT-TRANSF PIC 9(06) VALUE ZEROS.
       77 EOF-SWITCH PIC X VALUE 'N'.

      * PROPRIETARIO PELO DOCUMENTO: O DIGITADO (W-DOC-BRUTO) VIRA
      * CHAVE DE PROPRIET.DAT EM W-DOC-NORM (DIGITOS DO CPF/CNPJ
      * VALIDADOS NO VALDOC, OU O PROVISORIO "P" + 13 DIGITOS DA
      * CONVERSAO); BRANCO QUANDO O TERMO NAO E DOCUMENTO.
       77 PP-STAT PIC X(02) VALUE "00".
       77 W-PROP-OK PIC X VALUE "N".
       77 W-DOC-BRUTO PIC X(30) VALUE SPACES.
       77 W-DOC-NORM PIC X(14) VALUE SPACES.
       77 W-DOC-ANTERIOR PIC X(14) VALUE SPACES.
       77 W-DOC-NOVO PIC X(14) VALUE SPACES.
       77 W-DOC-TERMO PIC X(14) VALUE SPACES.
       77 W-MODO-LISTA PIC X VALUE SPACES.
       01 DOC-VALIDACAO.
           05 DV-DOCUMENTO PIC X(18).
           05 DV-NORMAL PIC X(14).
           05 DV-TIPO PIC X(01).
           05 DV-OK PIC X(01).

      * TABELAS DE DOMINIO CARREGADAS DE PARAMS.DAT VIA TABPARAM:
      * MARCAS E SITUACOES DEIXARAM DE SER FIXAS NO FONTE.
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
       77 W-INFO1 PIC X(60) VALUE SPACES.
       77 W-INFO2 PIC X(60) VALUE SPACES.
       77 W-INFO3 PIC X(60) VALUE SPACES.
       77 W-INFO4 PIC X(60) VALUE SPACES.

      * CODIGO FIPE DO MODELO, CONFERIDO NA TABELA FIPE PELO VALFIPE:
      * W-FIPE-OK "S" ACEITO, "A" ACEITO COM AVISO E "N" RECUSADO.
       77 W-FIPE-OK PIC X(01) VALUE "N".
       77 W-PRECO-ED PIC ZZZ,ZZZ,ZZ9.99.
       01 FIPE-VALIDACAO.
           05 FV-CODIGO PIC X(10).
           05 FV-ANO PIC 9(04).
           05 FV-NORMAL PIC X(08).
           05 FV-MARCA PIC X(20).
           05 FV-MODELO PIC X(40).
           05 FV-PRECO PIC 9(09)V99.
           05 FV-MES-REF PIC 9(06).
           05 FV-OK PIC X(01).

      * VALIDACAO DE CALENDARIO DA DATA DIGITADA: MES 1-12, DIA
      * DENTRO DO MES (FEVEREIRO COM BISSEXTO) E ANO EM FAIXA SADIA.
      * ESTAVA QUANDO FOI LIDO PARA EDICAO E O QUE O OPERADOR
      * DIGITOU; ANTES DO REWRITE/DELETE O REGISTRO E RELIDO E, SE
      * OUTRO OPERADOR GRAVOU NO MEIO TEMPO, A OPERACAO E RECUSADA.
       01 W-VEIC-ANTES PIC X(111) VALUE SPACES.
       01 W-VEIC-EDIT PIC X(111) VALUE SPACES.
       77 W-CONFLITO PIC X(01) VALUE "N".

       COPY screenio.
               10 LINE 08 COLUMN 10 VALUE "PLACA:".
               10 COLUMN PLUS 2 PIC X(25) USING FPLACA.
           05 SS-DADOS.
               10 LINE 09 COLUMN 10 VALUE "CPF/CNPJ PROP.:".
               10 COLUMN PLUS 2 PIC X(14) USING FDOC-PROPRIETARIO.
               10 COLUMN PLUS 2 PIC X(30) FROM FPROPRIETARIO.
               10 LINE 10 COLUMN 10 VALUE "MARCA:".
               10 COLUMN PLUS 2 PIC 9(01) USING FMARCA.
               10 LINE 11 COLUMN 10 VALUE "ANO FABRICACAO:".
               10 COLUMN PLUS 2 PIC 9(08) USING FCEP-PROP.
               10 LINE 15 COLUMN 10 VALUE "AMIGO (APELIDO):".
               10 COLUMN PLUS 2 PIC X(12) USING FAPELIDO-AMIGO.
               10 LINE 16 COLUMN 10 VALUE "CODIGO FIPE:".
               10 COLUMN PLUS 2 PIC X(08) USING FCOD-FIPE.

      * LINHAS DE APOIO DA CONSULTA: DESCRICOES DOS DOMINIOS E
      * ENDERECO DO PROPRIETARIO RESOLVIDO EM CEPS.DAT.
           05 LINE 17 COLUMN 10 PIC X(60) FROM W-INFO1.
           05 LINE 18 COLUMN 10 PIC X(60) FROM W-INFO2.
           05 LINE 19 COLUMN 10 PIC X(60) FROM W-INFO3.
           05 LINE 20 COLUMN 10 PIC X(60) FROM W-INFO4.

       01 SS-TERMO-PROP FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 10 VALUE "PROPRIETARIO (DOC OU NOME):".
           05 COLUMN PLUS 2 PIC X(30) USING W-TERMO-PROP.

      * DADOS DA TRANSFERENCIA DE PROPRIEDADE.
       01 SS-TRANSF FOREGROUND-COLOR 2.
           05 LINE 17 COLUMN 10 VALUE "CPF/CNPJ NOVO PROP.:".
           05 COLUMN PLUS 2 PIC X(14) USING W-DOC-NOVO.
           05 LINE 18 COLUMN 10 VALUE "CEP NOVO PROP.:".
           05 COLUMN PLUS 2 PIC 9(08) USING FCEP-PROP.
           05 LINE 19 COLUMN 10 VALUE "AMIGO NOVO PROP.:".
           END-IF
           MOVE W-PLACA-NORM TO FPLACA
           DISPLAY SS-CHAVE
           MOVE FDOC-PROPRIETARIO TO W-DOC-BRUTO
           PERFORM VALIDA-PROPRIETARIO THRU VALIDA-PROPRIETARIO-FIM
           IF W-PROP-OK = "N"
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM COPIA-PROPRIETARIO
           MOVE FMARCA TO W-COD-BUSCA
           PERFORM VALIDA-MARCA
           IF W-MARCA-OK = "N"
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM VALIDA-FIPE THRU VALIDA-FIPE-FIM
           IF W-FIPE-OK = "N"
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF W-FIPE-OK = "A"
               PERFORM MOSTRA-ERRO
           END-IF
           WRITE VEHICLE-STRUCT
               INVALID KEY
                   MOVE "PLACA JA CADASTRADA" TO WS-MSGERRO
           END-IF
           MOVE VEHICLE-STRUCT TO W-VEIC-ANTES
           MOVE FSITUACAO TO W-SIT-ANTES
           MOVE FDOC-PROPRIETARIO TO W-DOC-ANTERIOR
           DISPLAY SS-TELA-REGISTRO.
       ALTERA-EDIT.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           END-IF
           MOVE FDOC-PROPRIETARIO TO W-DOC-BRUTO
           PERFORM VALIDA-PROPRIETARIO THRU VALIDA-PROPRIETARIO-FIM
           IF W-PROP-OK = "N"
               PERFORM MOSTRA-ERRO
               GO ALTERA-EDIT
           END-IF
      * VEICULO QUE JA TEM DONO NO CADASTRO SO MUDA DE DONO PELA
      * TRANSFERENCIA, QUE DEIXA O RASTRO EM TRANSFVEIC.DAT.
           IF W-DOC-ANTERIOR NOT = SPACES
                   AND W-DOC-NORM NOT = W-DOC-ANTERIOR
               MOVE "TROCA DE PROPRIETARIO SO PELA TRANSFERENCIA (7)"
                   TO WS-MSGERRO
               MOVE W-DOC-ANTERIOR TO FDOC-PROPRIETARIO
               PERFORM MOSTRA-ERRO
               GO ALTERA-EDIT
           END-IF
           PERFORM COPIA-PROPRIETARIO
           MOVE FMARCA TO W-COD-BUSCA
           PERFORM VALIDA-MARCA
           IF W-MARCA-OK = "N"
               PERFORM MOSTRA-ERRO
               GO ALTERA-EDIT
           END-IF
           PERFORM VALIDA-FIPE THRU VALIDA-FIPE-FIM
           IF W-FIPE-OK = "N"
               PERFORM MOSTRA-ERRO
               GO ALTERA-EDIT
           END-IF
           IF W-FIPE-OK = "A"
               PERFORM MOSTRA-ERRO
           END-IF
           PERFORM CONFERE-CONCORRENCIA
           IF W-CONFLITO = "S"
               MOVE "REGISTRO ALTERADO POR OUTRO OPERADOR" TO
               PERFORM MOSTRA-ERRO
               GO LISTA-PROPRIETARIO-FIM
           END-IF
      * TERMO QUE E DOCUMENTO LISTA PELA CHAVE DO CPF/CNPJ; SENAO
      * VALE O NOME EXATO, COMO ANTES.
           MOVE W-TERMO-PROP TO W-DOC-BRUTO
           PERFORM NORMALIZA-DOC
           IF W-DOC-NORM NOT = SPACES
               MOVE "D" TO W-MODO-LISTA
               MOVE W-DOC-NORM TO FDOC-PROPRIETARIO
               START VEHICLES-FILE KEY IS = FDOC-PROPRIETARIO
                   INVALID KEY
                       MOVE "NENHUM VEICULO PARA ESSE PROPRIETARIO" TO
                           WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO LISTA-PROPRIETARIO-FIM
               END-START
           ELSE
               MOVE "N" TO W-MODO-LISTA
               MOVE W-TERMO-PROP TO FPROPRIETARIO
               START VEHICLES-FILE KEY IS = FPROPRIETARIO
                   INVALID KEY
                       MOVE "NENHUM VEICULO PARA ESSE PROPRIETARIO" TO
                           WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO LISTA-PROPRIETARIO-FIM
               END-START
           END-IF.
       LISTA-PROPRIETARIO-LOOP.
           READ VEHICLES-FILE NEXT RECORD
               AT END
                   PERFORM MOSTRA-ERRO
                   GO LISTA-PROPRIETARIO-FIM
           END-READ
           IF (W-MODO-LISTA = "D"
                   AND FDOC-PROPRIETARIO NOT = W-DOC-NORM)
               OR (W-MODO-LISTA = "N"
                   AND FPROPRIETARIO NOT = W-TERMO-PROP)
               MOVE "FIM DA LISTAGEM" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LISTA-PROPRIETARIO-FIM
           END-IF
           MOVE VEHICLE-STRUCT TO W-VEIC-ANTES
           MOVE FPROPRIETARIO TO W-PROP-ANTERIOR
           MOVE FDOC-PROPRIETARIO TO W-DOC-ANTERIOR
           DISPLAY SS-TELA-REGISTRO
           MOVE SPACES TO W-PROP-NOVO W-DOC-NOVO.
       TRANSFERE-EDIT.
           DISPLAY SS-TRANSF.
           ACCEPT SS-TRANSF.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TRANSFERE-LOOP
           END-IF
           MOVE W-DOC-NOVO TO W-DOC-BRUTO
           PERFORM VALIDA-PROPRIETARIO THRU VALIDA-PROPRIETARIO-FIM
           IF W-PROP-OK = "N"
               PERFORM MOSTRA-ERRO
               GO TRANSFERE-EDIT
           END-IF
           IF W-DOC-NORM = W-DOC-ANTERIOR
               MOVE "NOVO PROPRIETARIO IGUAL AO ATUAL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TRANSFERE-EDIT
           END-IF
           MOVE PP-DOCUMENTO TO W-DOC-NOVO
           MOVE PP-NOME TO W-PROP-NOVO
      * O ENDERECO DO NOVO DONO E O DO CADASTRO DELE; O CEP DA TELA
      * SO VALE PARA DONO AINDA SEM CEP NO CADASTRO.
           IF PP-CEP NOT = ZEROS
               MOVE PP-CEP TO FCEP-PROP
           END-IF
           MOVE FCEP-PROP TO W-CEP-VALIDA
           PERFORM VALIDA-CEP-PROP THRU VALIDA-CEP-PROP-FIM
           IF W-CEP-OK = "N"
               GO TRANSFERE-LOOP
           END-IF
           MOVE W-PROP-NOVO TO FPROPRIETARIO
           MOVE W-DOC-NOVO TO FDOC-PROPRIETARIO
           PERFORM CONFERE-CONCORRENCIA
           IF W-CONFLITO = "S"
               MOVE "REGISTRO ALTERADO POR OUTRO OPERADOR" TO
               MOVE W-TERMO-TRANSF TO W-PLACA-BRUTA
               PERFORM NORMALIZA-PLACA
               MOVE W-PLACA-NORM TO W-TERMO-TRANSF
           ELSE
      * O TERMO E UM DONO: CASA PELO NOME GRAVADO NA EPOCA OU PELO
      * DOCUMENTO, SE O TERMO FOR UM CPF/CNPJ.
               MOVE W-TERMO-TRANSF TO W-DOC-BRUTO
               PERFORM NORMALIZA-DOC
               MOVE W-DOC-NORM TO W-DOC-TERMO
           END-IF
           OPEN INPUT TRANSF-FILE.
           IF TF-STAT NOT = "00"
           ELSE
               IF TF-PROP-ANT NOT = W-TERMO-TRANSF
                       AND TF-PROP-NOVO NOT = W-TERMO-TRANSF
                       AND (W-DOC-TERMO = SPACES
                           OR (TF-DOC-ANT NOT = W-DOC-TERMO
                               AND TF-DOC-NOVO NOT = W-DOC-TERMO))
                   GO TO MOSTRA-TRANSF-FIM
               END-IF
           END-IF
           MOVE SPACES TO W-INFO1 W-INFO2 W-INFO3 W-INFO4
           STRING "PLACA: " TF-PLACA " DATA: " TF-DATA
               DELIMITED BY SIZE INTO W-INFO1
           STRING "DE..: " TF-DOC-ANT " " DELIMITED BY SIZE
               TF-PROP-ANT DELIMITED BY "  "
               INTO W-INFO2
           STRING "PARA: " TF-DOC-NOVO " " DELIMITED BY SIZE
               TF-PROP-NOVO DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               TF-OPERADOR DELIMITED BY "  "
               ")" DELIMITED BY SIZE INTO W-INFO3
           DISPLAY SS-INFO
           ADD 1 TO W-TOT-TRANSF
           MOVE "PRESSIONE ENTER, ESC PARA PARAR" TO WS-MSGERRO
      * ABRE O CADASTRO (CRIA NA PRIMEIRA VEZ) E CONTA OS VEICULOS
      * GRAVADOS, PARA O OPERADOR CONFERIR NA BARRA DE STATUS QUE
      * NADA FOI PERDIDO DESDE A ULTIMA SESSAO. STATUS 39 E ARQUIVO
      * NO LAYOUT ANTIGO: RODAR A CONVERSAO PENDENTE (CNVARQ,
      * CNVPROP, CNVFIPE) ANTES DE USAR O CADASTRO.
       ABRIR-ARQUIVO.
           OPEN I-O VEHICLES-FILE.
           IF ST-ERRO = "30" OR "35"
           END-PERFORM.

      * -----------------------------------
      * LINHAS DE APOIO DA CONSULTA: DESCRICOES DOS DOMINIOS,
      * MODELO E PRECO DA TABELA FIPE E ENDERECO DO PROPRIETARIO
      * RESOLVIDO AO VIVO EM CEPS.DAT.
       MONTA-INFO.
           MOVE FMARCA TO W-COD-BUSCA.
           MOVE "INVALIDA" TO TXTNOMEMARCA.
                   MOVE TS-DESC(IND) TO TXTSITUACAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO W-INFO1 W-INFO2 W-INFO3 W-INFO4.
           STRING "MARCA: " TXTNOMEMARCA "  SITUACAO: " TXTSITUACAO
               DELIMITED BY SIZE INTO W-INFO1.
           IF FCOD-FIPE NOT = SPACES
               MOVE FCOD-FIPE TO FV-CODIGO
               MOVE FFANOFABRICACAO TO FV-ANO
               CALL "VALFIPE" USING FIPE-VALIDACAO
               EVALUATE FV-OK
                   WHEN "S"
                       MOVE FV-PRECO TO W-PRECO-ED
                       STRING "FIPE: " FV-MODELO(1:30) " R$ "
                           W-PRECO-ED DELIMITED BY SIZE INTO W-INFO4
                   WHEN "A"
                       STRING "FIPE: " FV-MODELO(1:30)
                           " SEM PRECO PARA O ANO"
                           DELIMITED BY SIZE INTO W-INFO4
                   WHEN "I"
                       MOVE "FIPE: TABELA FIPE INDISPONIVEL" TO W-INFO4
                   WHEN OTHER
                       MOVE "FIPE: CODIGO FORA DA TABELA FIPE"
                           TO W-INFO4
               END-EVALUATE
           END-IF.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = ZEROS
               MOVE "BASE DE CEPS INDISPONIVEL" TO W-INFO2
       VALIDA-CEP-PROP-FIM.
           EXIT.

      * -----------------------------------
      * VALIDA O CODIGO FIPE OPCIONAL NA TABELA FIPE: BRANCO E
      * VEICULO AINDA SEM MODELO IDENTIFICADO; CODIGO INFORMADO TEM
      * QUE ESTAR NO FORMATO E NA TABELA E E GRAVADO NA FORMA
      * NORMALIZADA. CODIGO SEM PRECO PARA O ANO DE FABRICACAO E
      * ACEITO COM AVISO (W-FIPE-OK = "A"). A MENSAGEM FICA EM
      * WS-MSGERRO.
       VALIDA-FIPE.
           MOVE "S" TO W-FIPE-OK.
           IF FCOD-FIPE = SPACES
               GO TO VALIDA-FIPE-FIM
           END-IF.
           MOVE FCOD-FIPE TO FV-CODIGO.
           MOVE FFANOFABRICACAO TO FV-ANO.
           CALL "VALFIPE" USING FIPE-VALIDACAO.
           EVALUATE FV-OK
               WHEN "F"
                   MOVE "CODIGO FIPE INVALIDO (FORMATO 999999-9)" TO
                       WS-MSGERRO
                   MOVE "N" TO W-FIPE-OK
               WHEN "N"
                   MOVE "CODIGO FIPE NAO CADASTRADO NA TABELA FIPE" TO
                       WS-MSGERRO
                   MOVE "N" TO W-FIPE-OK
               WHEN "A"
                   MOVE SPACES TO WS-MSGERRO
                   STRING "AVISO: TABELA FIPE SEM PRECO DO MODELO "
                       "PARA O ANO " FFANOFABRICACAO
                       DELIMITED BY SIZE INTO WS-MSGERRO
                   MOVE "A" TO W-FIPE-OK
           END-EVALUATE.
      * SEM A TABELA FIPE ("I") SO O FORMATO E CONFERIDO, PARA NAO
      * TRAVAR A ENTRADA DE VEICULOS.
           IF W-FIPE-OK NOT = "N"
               MOVE FV-NORMAL TO FCOD-FIPE
               DISPLAY SS-DADOS
           END-IF.
       VALIDA-FIPE-FIM.
           EXIT.

      * -----------------------------------
      * VALIDA O VINCULO OPCIONAL COM O CADASTRO DE AMIGOS: BRANCO
      * SIGNIFICA SEM VINCULO; APELIDO INFORMADO TEM QUE EXISTIR EM
       VALIDA-AMIGO-FIM.
           EXIT.

      * -----------------------------------
      * VALIDA O PROPRIETARIO DIGITADO EM W-DOC-BRUTO: TEM QUE SER
      * CPF/CNPJ VALIDO (OU O PROVISORIO DA CONVERSAO) E ESTAR
      * CADASTRADO EM PROPRIET.DAT. O REGISTRO DO DONO FICA EM
      * PROPRIET-REC E A MENSAGEM DE ERRO EM WS-MSGERRO.
       VALIDA-PROPRIETARIO.
           MOVE "N" TO W-PROP-OK.
           IF W-DOC-BRUTO = SPACES
               MOVE "FAVOR INFORMAR O CPF/CNPJ DO PROPRIETARIO" TO
                   WS-MSGERRO
               GO TO VALIDA-PROPRIETARIO-FIM
           END-IF.
           PERFORM NORMALIZA-DOC.
           IF W-DOC-NORM = SPACES
               MOVE "CPF/CNPJ INVALIDO (DIGITO VERIFICADOR)" TO
                   WS-MSGERRO
               GO TO VALIDA-PROPRIETARIO-FIM
           END-IF.
           OPEN INPUT PROPRIET-FILE.
           IF PP-STAT NOT = "00"
               MOVE "CADASTRO DE PROPRIETARIOS INDISPONIVEL" TO
                   WS-MSGERRO
               GO TO VALIDA-PROPRIETARIO-FIM
           END-IF.
           MOVE W-DOC-NORM TO PP-DOCUMENTO.
           READ PROPRIET-FILE
               INVALID KEY
                   MOVE "PROPRIETARIO NAO CADASTRADO (VER CADPROP)" TO
                       WS-MSGERRO
               NOT INVALID KEY
                   MOVE "S" TO W-PROP-OK
           END-READ.
           CLOSE PROPRIET-FILE.
       VALIDA-PROPRIETARIO-FIM.
           EXIT.

      * DOCUMENTO PROVISORIO ("P" + 13 DIGITOS) OU DE TITULAR
      * ANONIMIZADO ("A" + 13 DIGITOS) VALE COMO DIGITADO; O RESTO
      * PASSA PELO VALDOC, QUE TIRA PONTO, BARRA E HIFEN.
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

      * COPIA PARA O VEICULO O DOCUMENTO E O NOME DO DONO ACHADO
      * PELO VALIDA-PROPRIETARIO; CEP EM BRANCO NA TELA VEM DO
      * CADASTRO DO DONO.
       COPIA-PROPRIETARIO.
           MOVE PP-DOCUMENTO TO FDOC-PROPRIETARIO.
           MOVE PP-NOME TO FPROPRIETARIO.
           IF FCEP-PROP = ZEROS
               MOVE PP-CEP TO FCEP-PROP
           END-IF.
           DISPLAY SS-DADOS.

      * -----------------------------------
      * OPCOES E VALIDACOES DOS DOMINIOS CARREGADOS DE PARAMS.DAT.
       VALIDA-MARCA.
           MOVE FPLACA TO TF-PLACA.
           MOVE W-PROP-ANTERIOR TO TF-PROP-ANT.
           MOVE W-PROP-NOVO TO TF-PROP-NOVO.
           MOVE W-DOC-ANTERIOR TO TF-DOC-ANT.
           MOVE W-DOC-NOVO TO TF-DOC-NOVO.
           ACCEPT TF-DATA FROM DATE YYYYMMDD.
           ACCEPT TF-HORA FROM TIME.
           MOVE SES-NOME TO TF-OPERADOR.
