       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSEGUR.
      * VEICULOS SEM COBERTURA DE SEGURO. VARRE VEHICLES.DAT E, PARA
      * CADA VEICULO EM SITUACAO ATIVA, CONFERE A APOLICE GRAVADA EM
      * APOLICE.DAT PELO RETSEG (ULTIMO RETORNO DA SEGURADORA). SAEM
      * EM RELSEGUR.LST OS VEICULOS:
      *  - SEM APOLICE NENHUMA;
      *  - COM APOLICE CANCELADA, SUSPENSA, VENCIDA OU COM INICIO DE
      *    VIGENCIA AINDA POR VIR;
      *  - COM APOLICE ATIVA QUE VENCE DENTRO DO PRAZO DE AVISO.
      * O PRAZO DE AVISO, EM DIAS CORRIDOS, E O CODIGO DV DO DOMINIO
      * SEGURO DE PARAMS.DAT (30 SE AUSENTE). AS SITUACOES DE
      * VEICULO QUE NAO PRECISAM DE SEGURO (SUCATA, POR EXEMPLO) SAO
      * AS LETRAS DA DESCRICAO DO CODIGO SI DO MESMO DOMINIO ("S" SE
      * AUSENTE). GRAVA EM RELSEGUR.LOG A LINHA DE RESUMO QUE O
      * BATNOITE COPIA PARA O LOG DA MANHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLES-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT APOLICE-FILE ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS AP-PLACA
              FILE STATUS  IS AP-STAT.
           SELECT REL-SEGURO ASSIGN TO "relsegur.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-SEGURO ASSIGN TO "relsegur.log"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD APOLICE-FILE
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "apolice.dat".
       01 APOLICE-REC.
           05 AP-PLACA PIC X(25).
           05 AP-NUMERO PIC X(20).
           05 AP-INICIO PIC 9(08).
           05 AP-FIM PIC 9(08).
           05 AP-SITUACAO PIC X(01).
               88 AP-ATIVA      VALUE "A".
               88 AP-CANCELADA  VALUE "C".
               88 AP-SUSPENSA   VALUE "S".
           05 AP-GERACAO PIC 9(06).
           05 AP-DATA-RETORNO PIC 9(08).
           05 FILLER PIC X(14).

       FD REL-SEGURO.
       01 REL-LINHA PIC X(120).

       FD LOG-SEGURO.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 ST-ERRO PIC X(02) VALUE "00".
       77 AP-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-TEM-APOLICES PIC X VALUE "N".
       77 W-ACHOU PIC X VALUE "N".
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-DIAS PIC S9(06) VALUE ZEROS.
       77 W-TOT-VEICULOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-APOLICE PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-COBERTURA PIC 9(06) VALUE ZEROS.
       77 W-TOT-VENCENDO PIC 9(06) VALUE ZEROS.

      * PRAZO DE AVISO (SEGURO/DV) E SITUACOES QUE DISPENSAM SEGURO
      * (SEGURO/SI), COM OS VALORES DE FABRICA QUANDO O CODIGO NAO
      * EXISTE.
       77 W-PRAZO-AVISO PIC 9(03) VALUE 30.
       77 W-SIT-INATIVAS PIC X(15) VALUE "S".
       01 TAB-SEGURO.
           05 TG-DOMINIO PIC X(08).
           05 TG-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TG-QTD PIC 9(02).
           05 TG-ITEM OCCURS 20 TIMES.
               10 TG-CODIGO PIC X(02).
               10 TG-DESC PIC X(15).

      * CONVERSAO DE DATA AAAAMMDD PARA NUMERO DE DIAS CORRIDOS
      * (CALENDARIO GREGORIANO), COMO NO BAIXAGD.
       77 W-ORDINAL-HOJE PIC 9(08) VALUE ZEROS.
       01 W-CV-DATA.
           05 W-CV-ANO PIC 9(04).
           05 W-CV-MES PIC 9(02).
           05 W-CV-DIA PIC 9(02).
       77 W-CV-ORDINAL PIC 9(08) VALUE ZEROS.
       77 W-CV-ANO-ANT PIC 9(04) VALUE ZEROS.
       77 W-CV-Q4 PIC 9(04) VALUE ZEROS.
       77 W-CV-Q100 PIC 9(04) VALUE ZEROS.
       77 W-CV-Q400 PIC 9(04) VALUE ZEROS.
       77 W-CV-RESTO PIC 9(04) VALUE ZEROS.
       77 W-CV-BISSEXTO PIC X(01) VALUE "N".

       01 W-TAB-MESES-X.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
           05 W-DIAS-ACUM PIC 9(03) OCCURS 12 TIMES.

       01 WS-SEPARADOR PIC X(112) VALUE ALL "-".

       01 WS-CABEC1.
           05 FILLER PIC X(48) VALUE
              "VEICULOS ATIVOS SEM SEGURO VIGENTE - POSICAO EM ".
           05 WS-CB-DATA PIC 9(08).
           05 FILLER PIC X(17) VALUE " - AVISO COM ".
           05 WS-CB-PRAZO PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".

       01 WS-CABEC2.
           05 FILLER PIC X(52) VALUE
              "PLACA                     SIT PROPRIETARIO         ".
           05 FILLER PIC X(31) VALUE
              "           APOLICE             ".
           05 FILLER PIC X(29) VALUE
              " INICIO   FIM      OCORRENCIA".

       01 WS-LINHA-VEICULO.
           05 WS-D-PLACA PIC X(25).
           05 FILLER PIC X(01).
           05 WS-D-SITUACAO PIC X(01).
           05 FILLER PIC X(03).
           05 WS-D-PROPRIETARIO PIC X(30).
           05 FILLER PIC X(01).
           05 WS-D-APOLICE PIC X(20).
           05 FILLER PIC X(01).
           05 WS-D-INICIO PIC 9(08) BLANK WHEN ZEROS.
           05 FILLER PIC X(01).
           05 WS-D-FIM PIC 9(08) BLANK WHEN ZEROS.
           05 FILLER PIC X(01).
           05 WS-D-OCORRENCIA PIC X(20).

       01 WS-OCORR-VENCE.
           05 FILLER PIC X(09) VALUE "VENCE EM ".
           05 WS-OV-DIAS PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DIAS".

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(10) VALUE "VEICULOS:".
           05 WS-LOG-VEICULOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  SEM APOLICE:".
           05 WS-LOG-SEM-APOLICE PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  SEM COBERTURA:".
           05 WS-LOG-SEM-COBERTURA PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  VENCENDO:".
           05 WS-LOG-VENCENDO PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-SEGURO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE TO W-CV-DATA.
           PERFORM CONVERTE-DATA.
           MOVE W-CV-ORDINAL TO W-ORDINAL-HOJE.
           MOVE "SEGURO" TO TG-DOMINIO.
           CALL "TABPARAM" USING TAB-SEGURO.
           PERFORM CARREGA-PARAMETROS.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO VEHICLES.DAT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE LOG-SEGURO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * SEM APOLICE.DAT (NENHUM RETORNO PROCESSADO AINDA) TODO
      * VEICULO ATIVO SAI COMO SEM APOLICE.
           OPEN INPUT APOLICE-FILE.
           IF AP-STAT = "00"
               MOVE "S" TO W-TEM-APOLICES
           END-IF.
           OPEN OUTPUT REL-SEGURO.
           MOVE W-DATA-HOJE TO WS-CB-DATA.
           MOVE W-PRAZO-AVISO TO WS-CB-PRAZO.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC2.
           PERFORM UNTIL W-EOF = "S"
               READ VEHICLES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM CONFERE-VEICULO
                           THRU CONFERE-VEICULO-FIM
               END-READ
           END-PERFORM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE SPACES TO REL-LINHA.
           STRING "VEICULOS ATIVOS: " W-TOT-VEICULOS
               "  SEM APOLICE: " W-TOT-SEM-APOLICE
               "  SEM COBERTURA: " W-TOT-SEM-COBERTURA
               "  VENCENDO: " W-TOT-VENCENDO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE VEHICLES-FILE REL-SEGURO.
           IF W-TEM-APOLICES = "S"
               CLOSE APOLICE-FILE
           END-IF.
           MOVE W-TOT-VEICULOS TO WS-LOG-VEICULOS.
           MOVE W-TOT-SEM-APOLICE TO WS-LOG-SEM-APOLICE.
           MOVE W-TOT-SEM-COBERTURA TO WS-LOG-SEM-COBERTURA.
           MOVE W-TOT-VENCENDO TO WS-LOG-VENCENDO.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE LOG-SEGURO.
           GOBACK.

      * -----------------------------------
      * PRAZO DE AVISO (SEGURO/DV, TRES PRIMEIRAS POSICOES) E
      * SITUACOES QUE DISPENSAM SEGURO (SEGURO/SI, UMA LETRA POR
      * SITUACAO).
       CARREGA-PARAMETROS.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > TG-QTD
               IF TG-CODIGO(IND) = "DV"
                       AND TG-DESC(IND)(1:3) NUMERIC
                   MOVE TG-DESC(IND)(1:3) TO W-PRAZO-AVISO
               END-IF
               IF TG-CODIGO(IND) = "SI"
                   MOVE TG-DESC(IND) TO W-SIT-INATIVAS
               END-IF
           END-PERFORM.

      * -----------------------------------
      * UM VEICULO: SITUACAO QUE DISPENSA SEGURO NAO ENTRA; OS DEMAIS
      * SAO CLASSIFICADOS PELA APOLICE CORRENTE.
       CONFERE-VEICULO.
           MOVE "N" TO W-ACHOU.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 15
               IF W-SIT-INATIVAS(IND:1) = FSITUACAO
                       AND FSITUACAO NOT = SPACE
                   MOVE "S" TO W-ACHOU
               END-IF
           END-PERFORM.
           IF W-ACHOU = "S"
               GO TO CONFERE-VEICULO-FIM
           END-IF.
           ADD 1 TO W-TOT-VEICULOS.
           MOVE SPACES TO WS-LINHA-VEICULO.
           MOVE FPLACA TO WS-D-PLACA.
           MOVE FSITUACAO TO WS-D-SITUACAO.
           MOVE FPROPRIETARIO TO WS-D-PROPRIETARIO.
           MOVE ZEROS TO WS-D-INICIO WS-D-FIM.
           MOVE "N" TO W-ACHOU.
           IF W-TEM-APOLICES = "S"
               MOVE FPLACA TO AP-PLACA
               READ APOLICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO W-ACHOU
               END-READ
           END-IF.
           IF W-ACHOU = "N"
               MOVE "SEM APOLICE" TO WS-D-OCORRENCIA
               ADD 1 TO W-TOT-SEM-APOLICE
               WRITE REL-LINHA FROM WS-LINHA-VEICULO
               GO TO CONFERE-VEICULO-FIM
           END-IF.
           MOVE AP-NUMERO TO WS-D-APOLICE.
           MOVE AP-INICIO TO WS-D-INICIO.
           MOVE AP-FIM TO WS-D-FIM.
           EVALUATE TRUE
               WHEN AP-CANCELADA
                   MOVE "APOLICE CANCELADA" TO WS-D-OCORRENCIA
               WHEN AP-SUSPENSA
                   MOVE "APOLICE SUSPENSA" TO WS-D-OCORRENCIA
               WHEN AP-FIM < W-DATA-HOJE
                   MOVE "APOLICE VENCIDA" TO WS-D-OCORRENCIA
               WHEN AP-INICIO > W-DATA-HOJE
                   MOVE "VIGENCIA A INICIAR" TO WS-D-OCORRENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-D-OCORRENCIA NOT = SPACES
               ADD 1 TO W-TOT-SEM-COBERTURA
               WRITE REL-LINHA FROM WS-LINHA-VEICULO
               GO TO CONFERE-VEICULO-FIM
           END-IF.
           MOVE AP-FIM TO W-CV-DATA.
           PERFORM CONVERTE-DATA.
           COMPUTE W-DIAS = W-CV-ORDINAL - W-ORDINAL-HOJE.
           IF W-DIAS <= W-PRAZO-AVISO
               MOVE W-DIAS TO WS-OV-DIAS
               MOVE WS-OCORR-VENCE TO WS-D-OCORRENCIA
               ADD 1 TO W-TOT-VENCENDO
               WRITE REL-LINHA FROM WS-LINHA-VEICULO
           END-IF.
       CONFERE-VEICULO-FIM.
           EXIT.

      * -----------------------------------
      * DATA AAAAMMDD EM W-CV-DATA PARA DIAS CORRIDOS EM W-CV-ORDINAL.
       CONVERTE-DATA.
           COMPUTE W-CV-ANO-ANT = W-CV-ANO - 1.
           DIVIDE W-CV-ANO-ANT BY 4 GIVING W-CV-Q4.
           DIVIDE W-CV-ANO-ANT BY 100 GIVING W-CV-Q100.
           DIVIDE W-CV-ANO-ANT BY 400 GIVING W-CV-Q400.
           COMPUTE W-CV-ORDINAL = (W-CV-ANO-ANT * 365)
               + W-CV-Q4 - W-CV-Q100 + W-CV-Q400
               + W-DIAS-ACUM(W-CV-MES) + W-CV-DIA.
           MOVE "N" TO W-CV-BISSEXTO.
           DIVIDE W-CV-ANO BY 4 GIVING W-CV-Q4
               REMAINDER W-CV-RESTO.
           IF W-CV-RESTO = ZEROS
               MOVE "S" TO W-CV-BISSEXTO
               DIVIDE W-CV-ANO BY 100 GIVING W-CV-Q100
                   REMAINDER W-CV-RESTO
               IF W-CV-RESTO = ZEROS
                   MOVE "N" TO W-CV-BISSEXTO
                   DIVIDE W-CV-ANO BY 400 GIVING W-CV-Q400
                       REMAINDER W-CV-RESTO
                   IF W-CV-RESTO = ZEROS
                       MOVE "S" TO W-CV-BISSEXTO
                   END-IF
               END-IF
           END-IF.
           IF W-CV-BISSEXTO = "S" AND W-CV-MES > 2
               ADD 1 TO W-CV-ORDINAL
           END-IF.
