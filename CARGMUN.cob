       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGMUN.
      * CARGA DO CADASTRO DE MUNICIPIOS (MUNICIP.DAT) A PARTIR DO
      * ARQUIVO OFICIAL DO IBGE EXPORTADO EM TEXTO (MUNICIP.TXT, UMA
      * LINHA POR MUNICIPIO NO FORMATO "CODIGO;UF;NOME", CODIGO IBGE
      * DE 7 DIGITOS E NOME COM OU SEM ACENTO, EM LATIN-1).
      * O NOME E GRAVADO EM MAIUSCULAS E SEM ACENTO, NA MESMA
      * NORMALIZACAO QUE O VALMUN APLICA A CIDADE DIGITADA, E AS 20
      * PRIMEIRAS POSICOES FORMAM, COM A UF, A CHAVE ALTERNATIVA PELA
      * QUAL O CEPS, O CARGCEP E O ATUCEP CONFEREM FS-CIDADE.
      * EXECUCAO EVENTUAL: NA IMPLANTACAO E A CADA NOVA RELACAO DO
      * IBGE. MUNICIPIO JA CADASTRADO E REGRAVADO COM O NOME E A UF
      * DO ARQUIVO; LINHA COM CODIGO NAO NUMERICO OU UF INEXISTENTE
      * (COMO O CABECALHO DA PLANILHA) E REJEITADA NO CARGMUN.LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUN-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS MN-STAT
               RECORD KEY IS MN-CODIGO
               ALTERNATE RECORD KEY IS MN-CHAVE-CIDADE WITH DUPLICATES.
           SELECT IBGE-FILE ASSIGN TO "municip.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IB-STAT.
           SELECT MUN-LOG ASSIGN TO "cargmun.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MUN-FILE VALUE OF FILE-ID IS "municip.dat".
       01 MUN-REC.
           05 MN-CODIGO PIC 9(07).
           05 MN-CHAVE-CIDADE.
               10 MN-UF PIC X(02).
                   88 MN-UF-VALIDA VALUES "AC" "AL" "AP" "AM" "BA"
                       "CE" "DF" "ES" "GO" "MA" "MT" "MS" "MG" "PA"
                       "PB" "PR" "PE" "PI" "RJ" "RN" "RS" "RO" "RR"
                       "SC" "SP" "SE" "TO".
               10 MN-NOME-CEP PIC X(20).
           05 MN-NOME PIC X(40).
           05 FILLER PIC X(11).

       FD IBGE-FILE.
       01 IBGE-REC PIC X(80).

       FD MUN-LOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 MN-STAT PIC X(02) VALUE "00".
       77 IB-STAT PIC X(02) VALUE "00".
       77 WS-FIM-IBGE PIC X VALUE "N".
           88 FIM-IBGE VALUE "S".
       77 WS-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INCLUIDOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERADOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.

       01 WS-CAMPOS-IBGE.
           05 WS-IB-CODIGO PIC X(07).
           05 WS-IB-CODIGO-N REDEFINES WS-IB-CODIGO PIC 9(07).
           05 WS-IB-UF PIC X(02).
           05 WS-IB-NOME PIC X(40).

      * LETRAS ACENTUADAS (LATIN-1, MINUSCULAS E MAIUSCULAS) E A
      * LETRA SEM ACENTO CORRESPONDENTE, NA MESMA ORDEM DO VALMUN.
       01 W-ACENTUADAS.
           05 FILLER PIC X(24) VALUE
               X"E0E1E2E3E4E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFC".
           05 FILLER PIC X(24) VALUE
               X"C0C1C2C3C4C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDC".
       01 W-SEM-ACENTO PIC X(48) VALUE
           "AAAAACEEEEIIIINOOOOOUUUUAAAAACEEEEIIIINOOOOOUUUU".

       01 WS-LOG-REJEITADO.
           05 FILLER PIC X(18) VALUE "LINHA REJEITADA: ".
           05 WS-LOG-REJ-LINHA PIC X(60).

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(20) VALUE "LIDOS:".
           05 WS-LOG-LIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  INCLUIDOS:".
           05 WS-LOG-INCLUIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  ALTERADOS:".
           05 WS-LOG-ALTERADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  REJEITADOS:".
           05 WS-LOG-REJEITADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT MUN-LOG.
           OPEN INPUT IBGE-FILE.
           IF IB-STAT NOT = "00"
               MOVE "*** ARQUIVO MUNICIP.TXT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 8 TO RETURN-CODE
               GO TO FINALIZA
           END-IF.
           OPEN I-O MUN-FILE.
           IF MN-STAT NOT = "00"
               OPEN OUTPUT MUN-FILE
               CLOSE MUN-FILE
               OPEN I-O MUN-FILE
           END-IF.
           PERFORM UNTIL FIM-IBGE
               READ IBGE-FILE
                   AT END
                       MOVE "S" TO WS-FIM-IBGE
                   NOT AT END
                       PERFORM PROCESSA-MUNICIPIO
               END-READ
           END-PERFORM.
           MOVE WS-TOT-LIDOS TO WS-LOG-LIDOS.
           MOVE WS-TOT-INCLUIDOS TO WS-LOG-INCLUIDOS.
           MOVE WS-TOT-ALTERADOS TO WS-LOG-ALTERADOS.
           MOVE WS-TOT-REJEITADOS TO WS-LOG-REJEITADOS.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE MUN-FILE IBGE-FILE.
           IF WS-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       FINALIZA.
           CLOSE MUN-LOG.
           GOBACK.

      * -----------------------------------
      * SEPARA OS TRES CAMPOS DA LINHA, NORMALIZA O NOME E INCLUI OU
      * REGRAVA O MUNICIPIO PELO CODIGO IBGE.
       PROCESSA-MUNICIPIO.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE SPACES TO WS-CAMPOS-IBGE.
           UNSTRING IBGE-REC DELIMITED BY ";"
               INTO WS-IB-CODIGO WS-IB-UF WS-IB-NOME
           END-UNSTRING.
      * ARQUIVO GERADO NO WINDOWS TRAZ O CR NO FIM DO NOME.
           INSPECT WS-IB-NOME REPLACING ALL X"0D" BY SPACE.
           INSPECT WS-IB-UF CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO MUN-REC.
           MOVE WS-IB-UF TO MN-UF.
           IF WS-IB-CODIGO NOT NUMERIC
                 OR NOT MN-UF-VALIDA
                 OR WS-IB-NOME = SPACES
               MOVE IBGE-REC TO WS-LOG-REJ-LINHA
               WRITE LOG-LINHA FROM WS-LOG-REJEITADO
               ADD 1 TO WS-TOT-REJEITADOS
           ELSE
               INSPECT WS-IB-NOME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-IB-NOME CONVERTING W-ACENTUADAS
                   TO W-SEM-ACENTO
               MOVE WS-IB-CODIGO-N TO MN-CODIGO
               MOVE WS-IB-NOME TO MN-NOME
               MOVE WS-IB-NOME TO MN-NOME-CEP
               WRITE MUN-REC
                   INVALID KEY
                       REWRITE MUN-REC
                       ADD 1 TO WS-TOT-ALTERADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-INCLUIDOS
               END-WRITE
           END-IF.
