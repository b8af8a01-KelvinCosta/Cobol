           05 FS-PONTO-REFERENCIA PIC X(35).
           05 FS-STATUS PIC X(01).
           05 FS-OBSERVACAO PIC X(40).
           05 FILLER      PIC X(08).
           05 FS-COD-IBGE PIC 9(07).
           05 FILLER      PIC X(05).

       FD VEIC-FILE.
       01 CEP-STRUCT.
       77 W-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-DUPLICADOS PIC 9(06) VALUE ZEROS.

      * AREA DE CHAMADA DO VALMUN: A CIDADE TEM QUE EXISTIR NA UF NO
      * CADASTRO DE MUNICIPIOS DO IBGE.
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

       01 WS-CABECALHO1 PIC X(50) VALUE
          "RECONCILIACAO CEPS.DAT x VEHICLES.TXT".

      * FUF VEM DE VEHICLES.TXT, DIGITADO LIVREMENTE PELO CADASTRO DE
      * VEICULOS (STP/CADCEP.COB), SEM VALIDACAO DE UF - REJEITA O
      * REGISTRO SE A UF NAO FOR VALIDA, EM VEZ DE GRAVAR LIXO EM
      * CEPS.DAT. A CIDADE TAMBEM E CONFERIDA NO CADASTRO DE
      * MUNICIPIOS (VALMUN), COMO NA CARGA DO CARGCEP: FORA DELE O
      * REGISTRO E REJEITADO, E O CEP MESCLADO LEVA A GRAFIA OFICIAL
      * E O CODIGO IBGE. O STATUS NAO E PROPAGADO DE FSTATUS: UM CEP
      * MESCLADO SEMPRE ENTRA ATIVO, POIS O CANCELAMENTO SO PODE SER
      * FEITO PELO FLUXO PROPRIO DO CEPS (EXCLUI), COM MOTIVO E
      * TRILHA DE AUDITORIA.
           EXIT.

       MESCLA-PARA-CEPS.
           MOVE SPACES TO CEP-FILE-REC.
           MOVE FCEP TO FS-CEP.
           MOVE FUF TO FS-UF.
           IF NOT UF-VALIDA
               WRITE REL-LINHA FROM WS-LINHA-DIVERG
               ADD 1 TO W-TOT-REJEITADOS
           ELSE
               MOVE FUF TO MV-UF
               MOVE FCIDADE TO MV-CIDADE
               CALL "VALMUN" USING MUN-VALIDACAO
               IF MV-OK NOT = "S"
                   MOVE FCEP TO WS-D-CEP
                   IF MV-OK = "I"
                       MOVE
                          "REJEITADO NA MESCLA - SEM CADASTRO DE MUNIC."
                           TO WS-D-TEXTO
                   ELSE
                       MOVE
                          "REJEITADO NA MESCLA - CIDADE NAO CADASTRADA"
                           TO WS-D-TEXTO
                   END-IF
                   WRITE REL-LINHA FROM WS-LINHA-DIVERG
                   ADD 1 TO W-TOT-REJEITADOS
               ELSE
                   MOVE FLOGRADOURO TO FS-LOGRADOURO
                   MOVE FBAIRRO TO FS-BAIRRO
                   MOVE MV-NOME TO FS-CIDADE
                   MOVE MV-CODIGO TO FS-COD-IBGE
                   MOVE FPONTOREFERENCIA TO FS-PONTO-REFERENCIA
                   MOVE SPACES TO FS-STATUS
                   MOVE FOBSERVACAO TO FS-OBSERVACAO
                   WRITE CEP-FILE-REC
                       INVALID KEY
                           MOVE FCEP TO WS-D-CEP
                           MOVE "ERRO AO MESCLAR EM CEPS.DAT"
                               TO WS-D-TEXTO
                           WRITE REL-LINHA FROM WS-LINHA-DIVERG
                           END-WRITE
                           ADD 1 TO W-TOT-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO W-TOT-MESCLADOS
                           PERFORM GRAVA-HIST-INCLUSAO
                   END-WRITE
               END-IF
           END-IF.

      * -----------------------------------
