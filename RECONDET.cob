       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONDET.
      * RECONCILIACAO ENTRE VEHICLES.DAT E O EXTRATO DO CADASTRO
      * ESTADUAL DO DETRAN (DETRAN.TXT, UMA LINHA POR VEICULO NO
      * FORMATO "PLACA;CPF/CNPJ;NOME DO PROPRIETARIO;ANO DE
      * FABRICACAO;SITUACAO NO DETRAN"). NAO ALTERA NADA: O
      * RELATORIO RECONDET.LST E A LISTA DE TRABALHO DA EQUIPE DE
      * VEICULOS, COM AS DIVERGENCIAS SEPARADAS EM CINCO SECOES:
      *  1 - PLACA SO NO DETRAN;
      *  2 - PLACA SO NO CADASTRO;
      *  3 - PROPRIETARIO DIVERGENTE;
      *  4 - ANO DE FABRICACAO DIVERGENTE;
      *  5 - SITUACAO INCOMPATIVEL (BAIXADO NO DETRAN E NAO SUCATA
      *      AQUI, OU SUCATA AQUI E NAO BAIXADO NO DETRAN).
      * A PLACA DO EXTRATO E NORMALIZADA COMO NO VEHICLES (MAIUSCULAS,
      * SEM HIFEN OU ESPACO) E O EXTRATO E CLASSIFICADO POR ELA E
      * CASADO CONTRA A LEITURA SEQUENCIAL DE VEHICLES.DAT, COMO NO
      * RECONCEP. AS DIVERGENCIAS VAO PARA UM ARQUIVO DE TRABALHO QUE
      * E CLASSIFICADO POR SECAO E PLACA PARA A IMPRESSAO.
      * O DONO E COMPARADO PELO CPF/CNPJ; COM DOCUMENTO PROVISORIO DA
      * CONVERSAO (P...) OU SEM DOCUMENTO NO EXTRATO, PELO NOME. DONO
      * ANONIMIZADO (A...) NAO E COMPARADO, PARA O RELATORIO NAO
      * REIDENTIFICAR O TITULAR.
      * LINHA DO EXTRATO SEM PLACA, COM ANO NAO NUMERICO OU COM PLACA
      * REPETIDA E REJEITADA EM RECONDET.LOG (RC 4). SEM EXTRATO NAO
      * HA O QUE CONFERIR (RC 0). A LINHA DE RESUMO DE RECONDET.LOG
      * E A QUE O BATNOITE COPIA PARA O LOG DA MANHA.
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
           SELECT DETRAN-FILE ASSIGN TO "detran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DT-STAT.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT WORK-DIVERG ASSIGN TO DISK.
           SELECT DIVERG-FILE ASSIGN TO "recondet.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DV-STAT.
           SELECT REL-DETRAN ASSIGN TO "recondet.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-DETRAN ASSIGN TO "recondet.log"
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

       FD DETRAN-FILE.
       01 DETRAN-LINHA PIC X(120).

       SD WORK-SORT.
       01 SD-DETRAN-REC.
           05 SD-PLACA PIC X(25).
           05 SD-DOC PIC X(14).
           05 SD-NOME PIC X(30).
           05 SD-ANO PIC X(04).
           05 SD-ANO-N REDEFINES SD-ANO PIC 9(04).
           05 SD-SITUACAO PIC X(15).

      * DIVERGENCIA: SECAO DO RELATORIO, PLACA E O QUE CONSTA EM CADA
      * LADO.
       SD WORK-DIVERG.
       01 SV-DIVERG-REC.
           05 SV-SECAO PIC 9(01).
           05 SV-PLACA PIC X(25).
           05 SV-DETRAN PIC X(45).
           05 SV-NOSSO PIC X(45).

       FD DIVERG-FILE.
       01 DIVERG-REC.
           05 DV-SECAO PIC 9(01).
           05 DV-PLACA PIC X(25).
           05 DV-DETRAN PIC X(45).
           05 DV-NOSSO PIC X(45).

       FD REL-DETRAN.
       01 REL-LINHA PIC X(120).

       FD LOG-DETRAN.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 ST-ERRO PIC X(02) VALUE "00".
       77 DT-STAT PIC X(02) VALUE "00".
       77 DV-STAT PIC X(02) VALUE "00".
       77 WS-FIM-DETRAN PIC X VALUE "N".
           88 FIM-DETRAN VALUE "S".
       77 WS-FIM-SORT PIC X VALUE "N".
           88 FIM-SORT VALUE "S".
       77 WS-FIM-VEIC PIC X VALUE "N".
           88 FIM-VEIC VALUE "S".
       77 WS-FIM-DIVERG PIC X VALUE "N".
           88 FIM-DIVERG VALUE "S".
       77 W-PLACA-ANTERIOR PIC X(25) VALUE SPACES.
       77 W-SECAO-ANTERIOR PIC 9(01) VALUE ZEROS.
       77 W-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-VEICULOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-CASADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-DIVERG PIC 9(06) VALUE ZEROS.
       77 W-SECAO PIC 9(01) VALUE ZEROS.
       77 IND PIC 9(02) VALUE ZEROS.
       77 W-IND-DOC PIC 9(02) VALUE ZEROS.
       77 W-CH-DOC PIC X(01) VALUE SPACES.
       77 W-DOC-BRUTO PIC X(20) VALUE SPACES.
       77 W-PLACA-DIVERG PIC X(25) VALUE SPACES.
       77 W-NOME-NOSSO PIC X(30) VALUE SPACES.
       77 W-DETRAN-BAIXADO PIC X VALUE "N".

       01 W-TOTAIS-SECAO.
           05 W-TOT-SECAO PIC 9(06) OCCURS 5 TIMES.

      * NORMALIZACAO DE PLACA ANTES DE CASAR COM A CHAVE, COMO NO
      * VEHICLES E NO PRONTVEI.
       77 W-PLACA-BRUTA PIC X(25) VALUE SPACES.
       77 W-PLACA-NORM PIC X(25) VALUE SPACES.
       77 W-IND-PL PIC 9(02) VALUE ZEROS.
       77 W-IND-PN PIC 9(02) VALUE ZEROS.
       77 W-CH-PL PIC X(01) VALUE SPACES.

       01 WS-CAMPOS-DETRAN.
           05 WS-DT-PLACA PIC X(25).
           05 WS-DT-DOC PIC X(20).
           05 WS-DT-NOME PIC X(30).
           05 WS-DT-ANO PIC X(10).
           05 WS-DT-SITUACAO PIC X(15).

       01 WS-TITULOS-SECAO.
           05 FILLER PIC X(40) VALUE
              "1 - PLACA SO NO DETRAN".
           05 FILLER PIC X(40) VALUE
              "2 - PLACA SO NO CADASTRO".
           05 FILLER PIC X(40) VALUE
              "3 - PROPRIETARIO DIVERGENTE".
           05 FILLER PIC X(40) VALUE
              "4 - ANO DE FABRICACAO DIVERGENTE".
           05 FILLER PIC X(40) VALUE
              "5 - SITUACAO INCOMPATIVEL".
       01 WS-TAB-TITULOS REDEFINES WS-TITULOS-SECAO.
           05 WS-TITULO PIC X(40) OCCURS 5 TIMES.

       01 WS-CABEC1.
           05 FILLER PIC X(45) VALUE
              "RECONCILIACAO VEHICLES.DAT x DETRAN - EM ".
           05 WS-CB-DATA PIC 9999/99/99.

       01 WS-CABEC2.
           05 FILLER PIC X(27) VALUE "PLACA".
           05 FILLER PIC X(47) VALUE "DETRAN".
           05 FILLER PIC X(45) VALUE "CADASTRO".

       01 WS-SEPARADOR PIC X(119) VALUE ALL "-".

       01 WS-LINHA-DIVERG.
           05 WS-LD-PLACA PIC X(25).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LD-DETRAN PIC X(45).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LD-NOSSO PIC X(45).

       01 WS-LOG-REJEITADO.
           05 FILLER PIC X(18) VALUE "LINHA REJEITADA: ".
           05 WS-LOG-REJ-MOTIVO PIC X(16).
           05 WS-LOG-REJ-LINHA PIC X(66).

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(08) VALUE "DETRAN:".
           05 WS-LOG-LIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  CADASTRO:".
           05 WS-LOG-VEICULOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  CASADAS:".
           05 WS-LOG-CASADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  DIVERGENCIAS:".
           05 WS-LOG-DIVERG PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  REJEITADAS:".
           05 WS-LOG-REJEITADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT LOG-DETRAN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DETRAN-FILE.
           IF DT-STAT NOT = "00"
               MOVE "SEM EXTRATO DO DETRAN PARA CONFERIR" TO LOG-LINHA
               WRITE LOG-LINHA
               GO TO ROT-FIM
           END-IF.
           CLOSE DETRAN-FILE.
           OPEN INPUT VEHICLES-FILE.
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO VEHICLES.DAT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF.
           MOVE ZEROS TO W-TOTAIS-SECAO.
           OPEN OUTPUT DIVERG-FILE.
      * FASE 1: O EXTRATO E NORMALIZADO E CLASSIFICADO POR PLACA E O
      * PROCEDIMENTO DE SAIDA CASA CADA PLACA CONTRA A LEITURA
      * SEQUENCIAL DE VEHICLES.DAT.
           SORT WORK-SORT
               ON ASCENDING KEY SD-PLACA
               INPUT PROCEDURE LE-EXTRATO THRU LE-EXTRATO-FIM
               OUTPUT PROCEDURE CASA-ARQUIVOS THRU CASA-ARQUIVOS-FIM.
           CLOSE DIVERG-FILE VEHICLES-FILE.
      * FASE 2: AS DIVERGENCIAS SAO IMPRESSAS POR SECAO E PLACA.
           OPEN OUTPUT REL-DETRAN.
           MOVE W-DATA-HOJE TO WS-CB-DATA.
           WRITE REL-LINHA FROM WS-CABEC1.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           WRITE REL-LINHA FROM WS-CABEC2.
           SORT WORK-DIVERG
               ON ASCENDING KEY SV-SECAO SV-PLACA
               USING DIVERG-FILE
               OUTPUT PROCEDURE IMPRIME-DIVERG THRU IMPRIME-DIVERG-FIM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 5
               MOVE SPACES TO REL-LINHA
               STRING WS-TITULO(IND) ": " W-TOT-SECAO(IND)
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           MOVE W-TOT-LIDOS TO WS-LOG-LIDOS.
           MOVE W-TOT-VEICULOS TO WS-LOG-VEICULOS.
           MOVE W-TOT-CASADOS TO WS-LOG-CASADOS.
           MOVE W-TOT-DIVERG TO WS-LOG-DIVERG.
           MOVE W-TOT-REJEITADOS TO WS-LOG-REJEITADOS.
           MOVE WS-LOG-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE REL-DETRAN.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           IF W-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       ROT-FIM.
           CLOSE LOG-DETRAN.
           GOBACK.

      * -----------------------------------
      * LEITURA DO EXTRATO: SEPARA OS CAMPOS, NORMALIZA A PLACA E O
      * DOCUMENTO E LIBERA PARA A CLASSIFICACAO AS LINHAS VALIDAS.
       LE-EXTRATO.
           OPEN INPUT DETRAN-FILE.
           PERFORM UNTIL FIM-DETRAN
               READ DETRAN-FILE
                   AT END
                       MOVE "S" TO WS-FIM-DETRAN
                   NOT AT END
                       PERFORM PREPARA-LINHA THRU PREPARA-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE DETRAN-FILE.
       LE-EXTRATO-FIM.
           EXIT.

       PREPARA-LINHA.
           ADD 1 TO W-TOT-LIDOS.
           MOVE SPACES TO WS-CAMPOS-DETRAN.
           UNSTRING DETRAN-LINHA DELIMITED BY ";"
               INTO WS-DT-PLACA WS-DT-DOC WS-DT-NOME WS-DT-ANO
                    WS-DT-SITUACAO
           END-UNSTRING.
      * ARQUIVO GERADO NO WINDOWS TRAZ O CR NO FIM DA SITUACAO.
           INSPECT WS-DT-SITUACAO REPLACING ALL X"0D" BY SPACE.
           MOVE WS-DT-PLACA TO W-PLACA-BRUTA.
           PERFORM NORMALIZA-PLACA.
           MOVE SPACES TO SD-DETRAN-REC.
           MOVE W-PLACA-NORM TO SD-PLACA.
           IF SD-PLACA = SPACES
               MOVE "SEM PLACA" TO WS-LOG-REJ-MOTIVO
               GO TO PREPARA-LINHA-REJEITA
           END-IF.
           IF WS-DT-ANO(1:4) NOT NUMERIC
                 OR WS-DT-ANO(5:6) NOT = SPACES
               MOVE "ANO INVALIDO" TO WS-LOG-REJ-MOTIVO
               GO TO PREPARA-LINHA-REJEITA
           END-IF.
           MOVE WS-DT-ANO(1:4) TO SD-ANO.
           MOVE WS-DT-DOC TO W-DOC-BRUTO.
           PERFORM NORMALIZA-DOCUMENTO.
           MOVE WS-DT-NOME TO SD-NOME.
           INSPECT SD-NOME
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-DT-SITUACAO TO SD-SITUACAO.
           INSPECT SD-SITUACAO
              CONVERTING "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           RELEASE SD-DETRAN-REC.
           GO TO PREPARA-LINHA-FIM.
       PREPARA-LINHA-REJEITA.
           MOVE DETRAN-LINHA TO WS-LOG-REJ-LINHA.
           WRITE LOG-LINHA FROM WS-LOG-REJEITADO.
           ADD 1 TO W-TOT-REJEITADOS.
       PREPARA-LINHA-FIM.
           EXIT.

      * SO OS DIGITOS DO CPF/CNPJ, COMO GRAVADO EM FDOC-PROPRIETARIO.
       NORMALIZA-DOCUMENTO.
           MOVE ZEROS TO IND.
           PERFORM VARYING W-IND-DOC FROM 1 BY 1 UNTIL W-IND-DOC > 20
              MOVE W-DOC-BRUTO(W-IND-DOC:1) TO W-CH-DOC
              IF W-CH-DOC >= "0" AND W-CH-DOC <= "9" AND IND < 14
                 ADD 1 TO IND
                 MOVE W-CH-DOC TO SD-DOC(IND:1)
              END-IF
           END-PERFORM.

      * -----------------------------------
      * CASAMENTO DOS DOIS ARQUIVOS ORDENADOS: PARA CADA PLACA DO
      * EXTRATO, AVANCA VEHICLES.DAT ATE A CHAVE IGUAL OU MAIOR; O
      * QUE FICOU PARA TRAS SO EXISTE NO CADASTRO, CHAVE IGUAL E
      * CASAMENTO (CONFERE OS CAMPOS) E CHAVE MAIOR (OU FIM) E PLACA
      * SO DO DETRAN. PLACA REPETIDA NO EXTRATO SO E CONFERIDA UMA
      * VEZ.
       CASA-ARQUIVOS.
           PERFORM LE-PROXIMO-VEICULO.
           PERFORM UNTIL FIM-SORT
               RETURN WORK-SORT
                   AT END
                       MOVE "S" TO WS-FIM-SORT
                   NOT AT END
                       PERFORM CASA-UMA-PLACA
               END-RETURN
           END-PERFORM.
           PERFORM UNTIL FIM-VEIC
               PERFORM MARCA-SO-NO-CADASTRO
               PERFORM LE-PROXIMO-VEICULO
           END-PERFORM.
       CASA-ARQUIVOS-FIM.
           EXIT.

       CASA-UMA-PLACA.
           IF SD-PLACA = W-PLACA-ANTERIOR
               MOVE "PLACA REPETIDA" TO WS-LOG-REJ-MOTIVO
               MOVE SD-PLACA TO WS-LOG-REJ-LINHA
               WRITE LOG-LINHA FROM WS-LOG-REJEITADO
               ADD 1 TO W-TOT-REJEITADOS
           ELSE
               PERFORM UNTIL FIM-VEIC OR FPLACA >= SD-PLACA
                   PERFORM MARCA-SO-NO-CADASTRO
                   PERFORM LE-PROXIMO-VEICULO
               END-PERFORM
               IF NOT FIM-VEIC AND FPLACA = SD-PLACA
                   ADD 1 TO W-TOT-CASADOS
                   MOVE SD-PLACA TO W-PLACA-DIVERG
                   PERFORM CONFERE-CAMPOS
                   PERFORM LE-PROXIMO-VEICULO
               ELSE
                   MOVE 1 TO W-SECAO
                   MOVE SD-PLACA TO W-PLACA-DIVERG
                   MOVE SPACES TO DIVERG-REC
                   STRING SD-DOC " " SD-NOME
                       DELIMITED BY SIZE INTO DV-DETRAN
                   MOVE "NAO CADASTRADA" TO DV-NOSSO
                   PERFORM GRAVA-DIVERG
               END-IF
           END-IF.
           MOVE SD-PLACA TO W-PLACA-ANTERIOR.

       LE-PROXIMO-VEICULO.
           READ VEHICLES-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-VEIC
               NOT AT END
                   ADD 1 TO W-TOT-VEICULOS
           END-READ.

       MARCA-SO-NO-CADASTRO.
           MOVE 2 TO W-SECAO.
           MOVE SPACES TO DIVERG-REC.
           MOVE FPLACA TO W-PLACA-DIVERG.
           MOVE "NAO CONSTA NO EXTRATO" TO DV-DETRAN.
           STRING FDOC-PROPRIETARIO " " FPROPRIETARIO
               DELIMITED BY SIZE INTO DV-NOSSO.
           PERFORM GRAVA-DIVERG.

      * -----------------------------------
      * PLACA NOS DOIS LADOS: DONO, ANO DE FABRICACAO E SITUACAO. UMA
      * PLACA PODE SAIR EM MAIS DE UMA SECAO.
       CONFERE-CAMPOS.
           IF FDOC-PROPRIETARIO(1:1) NOT = "A"
               IF SD-DOC NOT = SPACES
                       AND FDOC-PROPRIETARIO(1:1) NOT = "P"
                       AND FDOC-PROPRIETARIO NOT = SPACES
                   IF SD-DOC NOT = FDOC-PROPRIETARIO
                       PERFORM MARCA-DONO-DIVERGENTE
                   END-IF
               ELSE
                   MOVE FPROPRIETARIO TO W-NOME-NOSSO
                   INSPECT W-NOME-NOSSO
                      CONVERTING "abcdefghijklmnopqrstuvwxyz"
                              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF SD-NOME NOT = W-NOME-NOSSO
                       PERFORM MARCA-DONO-DIVERGENTE
                   END-IF
               END-IF
           END-IF.
           IF SD-ANO-N NOT = FFANOFABRICACAO
               MOVE 4 TO W-SECAO
               MOVE SPACES TO DIVERG-REC
               STRING "ANO " SD-ANO DELIMITED BY SIZE INTO DV-DETRAN
               STRING "ANO " FFANOFABRICACAO
                   DELIMITED BY SIZE INTO DV-NOSSO
               PERFORM GRAVA-DIVERG
           END-IF.
           MOVE "N" TO W-DETRAN-BAIXADO.
           IF SD-SITUACAO(1:5) = "BAIXA"
               MOVE "S" TO W-DETRAN-BAIXADO
           END-IF.
           IF (W-DETRAN-BAIXADO = "S" AND FSITUACAO NOT = "S")
                 OR (W-DETRAN-BAIXADO = "N" AND FSITUACAO = "S")
               MOVE 5 TO W-SECAO
               MOVE SPACES TO DIVERG-REC
               STRING "SITUACAO " SD-SITUACAO
                   DELIMITED BY SIZE INTO DV-DETRAN
               STRING "SITUACAO " FSITUACAO
                   DELIMITED BY SIZE INTO DV-NOSSO
               PERFORM GRAVA-DIVERG
           END-IF.

       MARCA-DONO-DIVERGENTE.
           MOVE 3 TO W-SECAO.
           MOVE SPACES TO DIVERG-REC.
           STRING SD-DOC " " SD-NOME DELIMITED BY SIZE INTO DV-DETRAN.
           STRING FDOC-PROPRIETARIO " " FPROPRIETARIO
               DELIMITED BY SIZE INTO DV-NOSSO.
           PERFORM GRAVA-DIVERG.

       GRAVA-DIVERG.
           MOVE W-SECAO TO DV-SECAO.
           MOVE W-PLACA-DIVERG TO DV-PLACA.
           WRITE DIVERG-REC.
           ADD 1 TO W-TOT-DIVERG.
           ADD 1 TO W-TOT-SECAO(W-SECAO).

      * -----------------------------------
      * IMPRESSAO DAS DIVERGENCIAS, COM O TITULO DA SECAO NA QUEBRA.
       IMPRIME-DIVERG.
           PERFORM UNTIL FIM-DIVERG
               RETURN WORK-DIVERG
                   AT END
                       MOVE "S" TO WS-FIM-DIVERG
                   NOT AT END
                       PERFORM IMPRIME-UMA-DIVERG
               END-RETURN
           END-PERFORM.
           IF W-TOT-DIVERG = ZEROS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUMA DIVERGENCIA ENCONTRADA" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       IMPRIME-DIVERG-FIM.
           EXIT.

       IMPRIME-UMA-DIVERG.
           IF SV-SECAO NOT = W-SECAO-ANTERIOR
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE WS-TITULO(SV-SECAO) TO REL-LINHA
               WRITE REL-LINHA
               MOVE SV-SECAO TO W-SECAO-ANTERIOR
           END-IF.
           MOVE SV-PLACA TO WS-LD-PLACA.
           MOVE SV-DETRAN TO WS-LD-DETRAN.
           MOVE SV-NOSSO TO WS-LD-NOSSO.
           WRITE REL-LINHA FROM WS-LINHA-DIVERG.

      * -----------------------------------
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
