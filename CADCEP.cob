      * LEITORES DE CEPS.DAT SEGUEM ENXERGANDO O FILLER. REGISTRO
      * ANTIGO TRAZ ESPACOS AQUI: TESTAR COM NUMERIC ANTES DE USAR.
           05 FS-CEP-SUCESSOR PIC 9(08).
      * CODIGO IBGE DO MUNICIPIO DE FS-CIDADE, TAMBEM NO FILLER DE
      * RESERVA E SOB O MESMO CUIDADO COM REGISTRO ANTIGO.
           05 FS-COD-IBGE PIC 9(07).
           05 FILLER      PIC X(05).

       FD CEP-HIST VALUE OF FILE-ID IS "ceps_hist.dat".
       01 CEP-HIST-REC.
           05 WS-E-OBSERVACAO PIC X(40).
       77 WS-CONFLITO PIC X(01) VALUE "N".

      * AREA DE CHAMADA DO VALMUN: A CIDADE TEM QUE EXISTIR NA UF NO
      * CADASTRO DE MUNICIPIOS DO IBGE.
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

      * FAIXAS DE PREFIXO DE CEP POR UF (5 PRIMEIROS DIGITOS): OS
      * CEPS SAO DISTRIBUIDOS POR REGIAO E UM CEP 01XXXXXX E DE SAO
      * PAULO, NAO DO ACRE. UMA UF PODE TER MAIS DE UMA FAIXA (DF E
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM VALIDA-MUNICIPIO
           IF MV-OK = "I"
              MOVE "CADASTRO DE MUNICIPIOS INDISPONIVEL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF MV-OK = "N"
              MOVE "CIDADE NAO CADASTRADA NA UF INFORMADA" TO
                  WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF FS-STATUS EQUAL SPACES
              MOVE "FAVOR INFORMAR STATUS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
                PERFORM MOSTRA-ERRO
                GO ALTERA-LOOP
            END-IF
            PERFORM VALIDA-MUNICIPIO
            IF MV-OK = "I"
               MOVE "CADASTRO DE MUNICIPIOS INDISPONIVEL" TO
                   WS-MSGERRO
                PERFORM MOSTRA-ERRO
                GO ALTERA-LOOP
            END-IF
            IF MV-OK = "N"
               MOVE "CIDADE NAO CADASTRADA NA UF INFORMADA" TO
                   WS-MSGERRO
                PERFORM MOSTRA-ERRO
                GO ALTERA-LOOP
            END-IF
            PERFORM CONFERE-CONCORRENCIA
            IF WS-CONFLITO = "S"
                MOVE "REGISTRO ALTERADO POR OUTRO OPERADOR" TO
                PERFORM MOSTRA-ERRO
                GO ALTERA-LOOP
            END-IF
      * O CODIGO IBGE ENTRA DEPOIS DA CONFERENCIA DE CONCORRENCIA,
      * QUE RELE O REGISTRO, COMO O SUCESSOR NO CANCELAMENTO.
            MOVE MV-CODIGO TO FS-COD-IBGE
            REWRITE CEP-FILE-REC
                INVALID KEY
                    MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
               END-IF
           END-PERFORM.

      * -----------------------------------
      * CONFERE A CIDADE CONTRA O CADASTRO DE MUNICIPIOS DA UF
      * INFORMADA. ACHANDO, A CIDADE PASSA A GRAFIA OFICIAL E O
      * CODIGO IBGE VAI PARA O REGISTRO.
       VALIDA-MUNICIPIO.
           MOVE FS-UF TO MV-UF.
           MOVE FS-CIDADE TO MV-CIDADE.
           CALL "VALMUN" USING MUN-VALIDACAO.
           IF MV-OK = "S"
               MOVE MV-NOME TO FS-CIDADE
               MOVE MV-CODIGO TO FS-COD-IBGE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
