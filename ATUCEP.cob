      * ALTERACAO IDENTICA AO REGISTRO ATUAL CONTA COMO SEM MUDANCA;
      * INCLUSAO DE CHAVE EXISTENTE, ALTERACAO/CANCELAMENTO DE CHAVE
      * INEXISTENTE E ALTERACAO DE CEP CANCELADO CONTAM COMO
      * CONFLITO E SAEM LISTADOS EM ATUCEP.LOG, ASSIM COMO CIDADE
      * NAO CADASTRADA NA UF NO CADASTRO DE MUNICIPIOS DO IBGE
      * (VALMUN). O LOG TERMINA COM A LINHA DE RESUMO (APLICADOS,
      * SEM MUDANCA E CONFLITOS), NOS MOLDES DO CARGACEP.LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FS-STATUS PIC X(01).
               88 CEP-CANCELADO VALUE "C".
           05 FS-OBSERVACAO PIC X(40).
           05 FILLER      PIC X(08).
           05 FS-COD-IBGE PIC 9(07).
           05 FILLER      PIC X(05).

       FD ATU-FILE.
       01 ATU-REC PIC X(162).
       77 WS-PREFIXO PIC 9(05) VALUE ZEROS.
       77 WS-FAIXA-OK PIC X(01) VALUE "N".

      * AREA DE CHAMADA DO VALMUN: A CIDADE TEM QUE EXISTIR NA UF NO
      * CADASTRO DE MUNICIPIOS DO IBGE.
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

       01 WS-LOG-CONFLITO.
           05 FILLER PIC X(15) VALUE "CEP CONFLITO: ".
           05 WS-LOG-CEP PIC 9(08).
           EXIT.

      * -----------------------------------
      * INCLUSAO: MESMAS CRITICAS DE UF, FAIXA E MUNICIPIO DO
      * CARGCEP; CHAVE JA EXISTENTE E CONFLITO (A BASE OFICIAL
      * DEVERIA TER MANDADO "A").
       APLICA-INCLUSAO.
           MOVE AT-CEP TO FS-CEP.
           MOVE AT-UF TO FS-UF.
           PERFORM VALIDA-FAIXA-CEP.
           PERFORM VALIDA-MUNICIPIO.
           IF NOT UF-VALIDA
               MOVE "UF INVALIDA" TO WS-LOG-MOTIVO
               PERFORM GRAVA-CONFLITO
           IF WS-FAIXA-OK = "N"
               MOVE "FORA DA FAIXA DA UF" TO WS-LOG-MOTIVO
               PERFORM GRAVA-CONFLITO
           ELSE
           IF MV-OK NOT = "S"
               PERFORM GRAVA-CONFLITO-MUNICIPIO
           ELSE
               MOVE AT-LOGRADOURO TO FS-LOGRADOURO
               MOVE AT-BAIRRO TO FS-BAIRRO
               MOVE AT-CIDADE TO FS-CIDADE
               MOVE MV-CODIGO TO FS-COD-IBGE
               MOVE AT-PONTO-REFERENCIA TO FS-PONTO-REFERENCIA
               MOVE AT-STATUS TO FS-STATUS
               MOVE AT-OBSERVACAO TO FS-OBSERVACAO
                       PERFORM GRAVA-HIST
               END-WRITE
           END-IF
           END-IF
           END-IF.

      * -----------------------------------
      * ALTERACAO: APLICA OS CAMPOS DE ENDERECO SOBRE O REGISTRO
      * EXISTENTE, SEM MEXER NO STATUS (CANCELAMENTO SO PELA
      * OPERACAO "C"). REGISTRO IDENTICO CONTA COMO SEM MUDANCA; A
      * CIDADE E COMPARADA JA NA GRAFIA OFICIAL, E REGISTRO ANTIGO
      * AINDA SEM O CODIGO IBGE E REGRAVADO PARA RECEBE-LO.
       APLICA-ALTERACAO.
           MOVE AT-CEP TO FS-CEP.
           READ CEP-FILE
               PERFORM GRAVA-CONFLITO
               GO TO APLICA-ALTERACAO-FIM
           END-IF.
           PERFORM VALIDA-MUNICIPIO.
           IF FS-LOGRADOURO = AT-LOGRADOURO
                   AND FS-BAIRRO = AT-BAIRRO
                   AND FS-CIDADE = AT-CIDADE
                   AND FS-COD-IBGE NUMERIC
                   AND FS-COD-IBGE = MV-CODIGO
                   AND FS-UF = AT-UF
                   AND FS-PONTO-REFERENCIA = AT-PONTO-REFERENCIA
                   AND FS-OBSERVACAO = AT-OBSERVACAO
               PERFORM GRAVA-CONFLITO
               GO TO APLICA-ALTERACAO-FIM
           END-IF.
           IF MV-OK NOT = "S"
               PERFORM GRAVA-CONFLITO-MUNICIPIO
               GO TO APLICA-ALTERACAO-FIM
           END-IF.
           PERFORM GUARDA-IMAGEM-ANTES.
           MOVE AT-LOGRADOURO TO FS-LOGRADOURO.
           MOVE AT-BAIRRO TO FS-BAIRRO.
           MOVE AT-CIDADE TO FS-CIDADE.
           MOVE MV-CODIGO TO FS-COD-IBGE.
           MOVE AT-PONTO-REFERENCIA TO FS-PONTO-REFERENCIA.
           MOVE AT-OBSERVACAO TO FS-OBSERVACAO.
           REWRITE CEP-FILE-REC
           MOVE AT-CEP TO WS-LOG-CEP.
           WRITE LOG-LINHA FROM WS-LOG-CONFLITO.

      * -----------------------------------
      * CONFERE A CIDADE DA TRANSACAO CONTRA O CADASTRO DE
      * MUNICIPIOS DA UF; ACHANDO, A TRANSACAO PASSA A TRAZER A
      * GRAFIA OFICIAL E O CODIGO IBGE FICA EM MV-CODIGO.
       VALIDA-MUNICIPIO.
           MOVE AT-UF TO MV-UF.
           MOVE AT-CIDADE TO MV-CIDADE.
           CALL "VALMUN" USING MUN-VALIDACAO.
           IF MV-OK = "S"
               MOVE MV-NOME TO AT-CIDADE
           END-IF.

       GRAVA-CONFLITO-MUNICIPIO.
           IF MV-OK = "I"
               MOVE "SEM CADASTRO DE MUNICIPIOS" TO WS-LOG-MOTIVO
           ELSE
               MOVE "CIDADE NAO CADASTRADA NA UF" TO WS-LOG-MOTIVO
           END-IF.
           PERFORM GRAVA-CONFLITO.

      * -----------------------------------
      * GRAVA NO CEP-HIST A IMAGEM ANTES/DEPOIS DA TRANSACAO
      * APLICADA, NOS MOLDES DO GRAVA-HIST DO CEPS, COM O NOME DO
