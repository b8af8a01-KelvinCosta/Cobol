      * DE GERACAO, NUMERO DA GERACAO - CONTROLADO EM EXPCEP.CTL - E
      * O TIPO F=COMPLETA/D=DELTA) E REGISTRO TRAILER (QUANTIDADE DE
      * DETALHES E HASH TOTAL DE FS-CEP) PARA O DESTINO CONFERIR A
      * COMPLETUDE DO ARQUIVO. O DETALHE TERMINA COM O CODIGO IBGE
      * DO MUNICIPIO (ZEROS QUANDO A CIDADE NAO ESTA NO CADASTRO DE
      * MUNICIPIOS).
      * O TIPO DA GERACAO VEM DE EXPCEP.CFG (CRIADO COM "D" NA
      * PRIMEIRA EXECUCAO; TROCAR PARA "F" QUANDO A TRANSPORTADORA
      * PRECISAR DE UMA CARGA COMPLETA DE RESSINCRONIZACAO):
           05 FS-STATUS PIC X(01).
               88 CEP-CANCELADO VALUE "C".
           05 FS-OBSERVACAO PIC X(40).
           05 FILLER      PIC X(08).
           05 FS-COD-IBGE PIC 9(07).
           05 FILLER      PIC X(05).

       FD CEP-HIST VALUE OF FILE-ID IS "ceps_hist.dat".
       01 CEP-HIST-REC.
           05 WS-D-UF PIC X(02).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-D-PONTO-REF PIC X(35).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-D-COD-IBGE PIC 9(07).

      * AREA DE CHAMADA DO VALMUN, PARA ACHAR O CODIGO IBGE DE CEP
      * GRAVADO ANTES DO CADASTRO DE MUNICIPIOS.
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

      * REGISTRO DE CANCELAMENTO DO DELTA: SO O CEP, PARA O DESTINO
      * RETIRAR O ENDERECO DA BASE DELE.
           MOVE FS-CIDADE TO WS-D-CIDADE.
           MOVE FS-UF TO WS-D-UF.
           MOVE FS-PONTO-REFERENCIA TO WS-D-PONTO-REF.
           PERFORM OBTEM-COD-IBGE.
           WRITE EXP-LINHA FROM WS-DETALHE.
           ADD 1 TO WS-TOT-EXPORTADOS.
           MOVE FS-CEP TO WS-CEP-NUM.
           ADD WS-CEP-NUM TO WS-HASH-CEP.

      * -----------------------------------
      * CODIGO IBGE DO MUNICIPIO PARA O DETALHE: O GRAVADO NO CEP OU,
      * EM REGISTRO ANTIGO AINDA SEM ELE, O DO CADASTRO DE MUNICIPIOS
      * PELA CIDADE E UF. CIDADE FORA DO CADASTRO SAI COM ZEROS.
       OBTEM-COD-IBGE.
           IF FS-COD-IBGE NUMERIC AND FS-COD-IBGE > ZEROS
               MOVE FS-COD-IBGE TO WS-D-COD-IBGE
           ELSE
               MOVE FS-UF TO MV-UF
               MOVE FS-CIDADE TO MV-CIDADE
               CALL "VALMUN" USING MUN-VALIDACAO
               MOVE MV-CODIGO TO WS-D-COD-IBGE
           END-IF.

      * -----------------------------------
      * LE O NUMERO E A DATA DA ULTIMA GERACAO EM EXPCEP.CTL (ZEROS
      * QUANDO O ARQUIVO AINDA NAO EXISTE OU ESTA NO FORMATO ANTIGO,
