       PROGRAM-ID. CARGCEP.
      * CARGA EM LOTE DE CEPS A PARTIR DE UM ARQUIVO SEQUENCIAL NO
      * LAYOUT DE CEP-FILE-REC, GRAVANDO EM CEPS.DAT. REGISTROS COM
      * CHAVE JA EXISTENTE SAO REJEITADOS E LISTADOS NO RELATORIO,
      * ASSIM COMO OS DE CIDADE NAO CADASTRADA NA UF NO CADASTRO DE
      * MUNICIPIOS DO IBGE (VALMUN).
      * A CADA REGISTRO PROCESSADO GRAVA EM CARGACEP.CHK UM
      * CHECKPOINT (ULTIMO REGISTRO PROCESSADO E TOTAIS ACUMULADOS);
      * SE A CARGA CAIR NO MEIO, A REEXECUCAO RETOMA DO CHECKPOINT,
           05 FS-PONTO-REFERENCIA PIC X(35).
           05 FS-STATUS PIC X(01).
           05 FS-OBSERVACAO PIC X(40).
           05 FILLER      PIC X(08).
           05 FS-COD-IBGE PIC 9(07).
           05 FILLER      PIC X(05).

       FD CARGA-FILE.
       01 CARGA-REC PIC X(161).
           05 WS-LOG-FX-CEP PIC 9(08).
           05 FILLER PIC X(22) VALUE " (FORA DA FAIXA DA UF)".

       01 WS-LOG-REJEITADO-MUN.
           05 FILLER PIC X(18) VALUE "CEP REJEITADO: ".
           05 WS-LOG-MUN-CEP PIC 9(08).
           05 WS-LOG-MUN-MOTIVO PIC X(32).

      * AREA DE CHAMADA DO VALMUN: A CIDADE TEM QUE EXISTIR NA UF NO
      * CADASTRO DE MUNICIPIOS DO IBGE.
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

       01 WS-LOG-REINICIO.
           05 FILLER PIC X(34) VALUE
              "REINICIO DA CARGA APOS O REGISTRO ".
               MOVE CL-CEP TO WS-LOG-FX-CEP
               WRITE LOG-LINHA FROM WS-LOG-REJEITADO-FAIXA
               ADD 1 TO WS-TOT-REJEITADOS
           ELSE
           PERFORM VALIDA-MUNICIPIO
           IF MV-OK NOT = "S"
               MOVE CL-CEP TO WS-LOG-MUN-CEP
               IF MV-OK = "I"
                   MOVE " (SEM CADASTRO DE MUNICIPIOS)"
                       TO WS-LOG-MUN-MOTIVO
               ELSE
                   MOVE " (CIDADE NAO CADASTRADA NA UF)"
                       TO WS-LOG-MUN-MOTIVO
               END-IF
               WRITE LOG-LINHA FROM WS-LOG-REJEITADO-MUN
               ADD 1 TO WS-TOT-REJEITADOS
           ELSE
               MOVE CL-LOGRADOURO TO FS-LOGRADOURO
               MOVE CL-BAIRRO TO FS-BAIRRO
               MOVE MV-NOME TO FS-CIDADE
               MOVE MV-CODIGO TO FS-COD-IBGE
               MOVE CL-PONTO-REFERENCIA TO FS-PONTO-REFERENCIA
               MOVE CL-STATUS TO FS-STATUS
               MOVE CL-OBSERVACAO TO FS-OBSERVACAO
                       PERFORM GRAVA-HIST-INCLUSAO
               END-WRITE
           END-IF
           END-IF
           END-IF.
           ADD 1 TO WS-DESDE-CHK.
           IF WS-DESDE-CHK >= WS-INTERVALO-CHK
           MOVE "CARGCEP (BATCH)" TO CH-OPERADOR.
           WRITE CEP-HIST-REC.

      * -----------------------------------
      * CONFERE A CIDADE DO REGISTRO DE CARGA CONTRA O CADASTRO DE
      * MUNICIPIOS DA UF; O CEP GRAVADO LEVA A GRAFIA OFICIAL E O
      * CODIGO IBGE DEVOLVIDOS PELO VALMUN.
       VALIDA-MUNICIPIO.
           MOVE CL-UF TO MV-UF.
           MOVE CL-CIDADE TO MV-CIDADE.
           CALL "VALMUN" USING MUN-VALIDACAO.

      * -----------------------------------
      * CONFERE SE O PREFIXO DO CEP (5 PRIMEIROS DIGITOS) PERTENCE A
      * ALGUMA FAIXA DA UF DO REGISTRO DE CARGA.
