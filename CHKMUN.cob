       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKMUN.
      * RELATORIO DE EXCECAO, DE EXECUCAO EVENTUAL: VARRE CEPS.DAT E
      * LISTA EM CHKMUN.LST OS REGISTROS CUJA CIDADE NAO CONSTA DO
      * CADASTRO DE MUNICIPIOS DO IBGE (MUNICIP.DAT) PARA A UF
      * GRAVADA, PARA O TIME DO CADASTRO LIMPAR A BASE FORMADA ANTES
      * DA VALIDACAO DE MUNICIPIO ENTRAR NO CEPS, NO CARGCEP E NO
      * ATUCEP. CADA LINHA TRAZ COMO SUGESTAO O MUNICIPIO DA UF DE
      * NOME MAIS PROXIMO DO GRAVADO, PELA DISTANCIA DE EDICAO
      * (QUANTIDADE MINIMA DE LETRAS INCLUIDAS, EXCLUIDAS OU TROCADAS
      * PARA UM NOME VIRAR O OUTRO), E ESSA DISTANCIA: 1 OU 2 E QUASE
      * SEMPRE ERRO DE DIGITACAO; DISTANCIA GRANDE PEDE CONFERENCIA.
      * A CIDADE GRAVADA E COMPARADA NA MESMA NORMALIZACAO DO VALMUN
      * (MAIUSCULAS E SEM ACENTO). OS MUNICIPIOS DA UF FICAM NUMA
      * TABELA EM MEMORIA, RECARREGADA QUANDO A UF DO CEP MUDA - OS
      * CEPS VEM EM ORDEM DE CHAVE E A CHAVE SEGUE AS FAIXAS POR UF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STAT
               RECORD KEY IS FS-KEY.
           SELECT MUN-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS MN-STAT
               RECORD KEY IS MN-CODIGO
               ALTERNATE RECORD KEY IS MN-CHAVE-CIDADE WITH DUPLICATES.
           SELECT REL-CHK ASSIGN TO "chkmun.lst"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD MUN-FILE VALUE OF FILE-ID IS "municip.dat".
       01 MUN-REC.
           05 MN-CODIGO PIC 9(07).
           05 MN-CHAVE-CIDADE.
               10 MN-UF PIC X(02).
               10 MN-NOME-CEP PIC X(20).
           05 MN-NOME PIC X(40).
           05 FILLER PIC X(11).

       FD REL-CHK.
       01 REL-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT PIC 9(02) VALUE ZEROS.
       77 MN-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-EOF-MUN PIC X VALUE "N".
       77 W-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-SUSPEITOS PIC 9(06) VALUE ZEROS.
       77 W-CIDADE PIC X(20) VALUE SPACES.
       77 W-ACHOU PIC X(01) VALUE "N".

      * LETRAS ACENTUADAS (LATIN-1, MINUSCULAS E MAIUSCULAS) E A
      * LETRA SEM ACENTO CORRESPONDENTE, NA MESMA ORDEM DO VALMUN.
       01 W-ACENTUADAS.
           05 FILLER PIC X(24) VALUE
               X"E0E1E2E3E4E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFC".
           05 FILLER PIC X(24) VALUE
               X"C0C1C2C3C4C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDC".
       01 W-SEM-ACENTO PIC X(48) VALUE
           "AAAAACEEEEIIIINOOOOOUUUUAAAAACEEEEIIIINOOOOOUUUU".

      * MUNICIPIOS DA UF CORRENTE (MG, A MAIOR, TEM POUCO MAIS DE
      * 850).
       77 W-UF-CARREGADA PIC X(02) VALUE SPACES.
       77 W-QTD-MUN PIC 9(04) VALUE ZEROS.
       77 W-IND-MUN PIC 9(04) VALUE ZEROS.
       01 W-TAB-MUN.
           05 W-MUN OCCURS 1000 TIMES.
               10 W-MUN-CODIGO PIC 9(07).
               10 W-MUN-NOME PIC X(20).

      * DISTANCIA DE EDICAO ENTRE W-NOME-A E W-NOME-B, CALCULADA
      * LINHA A LINHA DA MATRIZ (SO A LINHA ANTERIOR E GUARDADA).
       77 W-NOME-A PIC X(20) VALUE SPACES.
       77 W-NOME-B PIC X(20) VALUE SPACES.
       77 W-TAM-A PIC 9(02) VALUE ZEROS.
       77 W-TAM-B PIC 9(02) VALUE ZEROS.
       77 W-I PIC 9(02) VALUE ZEROS.
       77 W-J PIC 9(02) VALUE ZEROS.
       77 W-CUSTO PIC 9(02) VALUE ZEROS.
       77 W-MENOR PIC 9(02) VALUE ZEROS.
       77 W-DISTANCIA PIC 9(02) VALUE ZEROS.
       01 W-LINHAS-MATRIZ.
           05 W-ANT PIC 9(02) OCCURS 21 TIMES.
           05 W-ATU PIC 9(02) OCCURS 21 TIMES.
       77 W-MELHOR-DIST PIC 9(02) VALUE ZEROS.
       77 W-MELHOR-IND PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CABEC.
           05 FILLER PIC X(10) VALUE "CEP".
           05 FILLER PIC X(04) VALUE "UF".
           05 FILLER PIC X(22) VALUE "CIDADE GRAVADA".
           05 FILLER PIC X(22) VALUE "SUGESTAO".
           05 FILLER PIC X(09) VALUE "COD IBGE".
           05 FILLER PIC X(06) VALUE "DIST".
           05 FILLER PIC X(08) VALUE "STATUS".

       01 WS-LINHA-DETALHE.
           05 WS-D-CEP PIC 9(08).
           05 FILLER PIC X(02).
           05 WS-D-UF PIC X(02).
           05 FILLER PIC X(02).
           05 WS-D-CIDADE PIC X(20).
           05 FILLER PIC X(02).
           05 WS-D-SUGESTAO PIC X(20).
           05 FILLER PIC X(02).
           05 WS-D-COD-IBGE PIC 9(07) BLANK WHEN ZEROS.
           05 FILLER PIC X(02).
           05 WS-D-DISTANCIA PIC ZZ9.
           05 FILLER PIC X(03).
           05 WS-D-STATUS PIC X(08).

       01 WS-RODAPE.
           05 FILLER PIC X(26) VALUE "CIDADES FORA DO CADASTRO:".
           05 WS-R-SUSPEITOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CEP-FILE.
           IF FS-STAT NOT = ZEROS
               DISPLAY "*** ARQUIVO CEPS.DAT NAO ENCONTRADO ***"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT MUN-FILE.
           IF MN-STAT NOT = "00"
               DISPLAY "*** ARQUIVO MUNICIP.DAT NAO ENCONTRADO - "
                   "RODAR O CARGMUN ***"
               CLOSE CEP-FILE
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT REL-CHK.
           MOVE "CEPS CUJA CIDADE NAO CONSTA DO CADASTRO DE MUNICIPIOS"
               TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WS-LINHA-CABEC.
           PERFORM UNTIL W-EOF = "S"
               READ CEP-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM VERIFICA-REGISTRO
               END-READ
           END-PERFORM.
           MOVE W-TOT-SUSPEITOS TO WS-R-SUSPEITOS.
           WRITE REL-LINHA FROM WS-RODAPE.
           CLOSE CEP-FILE MUN-FILE REL-CHK.
           DISPLAY "REGISTROS LIDOS..........: " W-TOT-LIDOS.
           DISPLAY "CIDADES FORA DO CADASTRO.: " W-TOT-SUSPEITOS.
       ROT-FIM.
           GOBACK.

      * -----------------------------------
      * PROCURA A CIDADE GRAVADA ENTRE OS MUNICIPIOS DA UF; NAO
      * ACHANDO, LISTA O REGISTRO COM O NOME MAIS PROXIMO.
       VERIFICA-REGISTRO.
           ADD 1 TO W-TOT-LIDOS.
           IF FS-UF NOT = W-UF-CARREGADA
               PERFORM CARREGA-MUNICIPIOS
           END-IF.
           MOVE FS-CIDADE TO W-CIDADE.
           INSPECT W-CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT W-CIDADE CONVERTING W-ACENTUADAS TO W-SEM-ACENTO.
           MOVE "N" TO W-ACHOU.
           PERFORM VARYING W-IND-MUN FROM 1 BY 1
                   UNTIL W-IND-MUN > W-QTD-MUN OR W-ACHOU = "S"
               IF W-MUN-NOME(W-IND-MUN) = W-CIDADE
                   MOVE "S" TO W-ACHOU
               END-IF
           END-PERFORM.
           IF W-ACHOU = "N"
               MOVE SPACES TO WS-LINHA-DETALHE
               MOVE FS-CEP TO WS-D-CEP
               MOVE FS-UF TO WS-D-UF
               MOVE FS-CIDADE TO WS-D-CIDADE
               PERFORM SUGERE-MUNICIPIO
               IF CEP-CANCELADO
                   MOVE "CANCELAD" TO WS-D-STATUS
               ELSE
                   MOVE "ATIVO" TO WS-D-STATUS
               END-IF
               WRITE REL-LINHA FROM WS-LINHA-DETALHE
               ADD 1 TO W-TOT-SUSPEITOS
           END-IF.

      * -----------------------------------
      * CARREGA NA TABELA OS MUNICIPIOS DA UF DO CEP CORRENTE, PELA
      * CHAVE ALTERNATIVA (UF + NOME).
       CARREGA-MUNICIPIOS.
           MOVE FS-UF TO W-UF-CARREGADA.
           MOVE ZEROS TO W-QTD-MUN.
           MOVE "N" TO W-EOF-MUN.
           MOVE FS-UF TO MN-UF.
           MOVE SPACES TO MN-NOME-CEP.
           START MUN-FILE KEY IS NOT LESS THAN MN-CHAVE-CIDADE
               INVALID KEY
                   MOVE "S" TO W-EOF-MUN
           END-START.
           PERFORM UNTIL W-EOF-MUN = "S"
               READ MUN-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO W-EOF-MUN
                   NOT AT END
                       IF MN-UF NOT = W-UF-CARREGADA
                               OR W-QTD-MUN >= 1000
                           MOVE "S" TO W-EOF-MUN
                       ELSE
                           ADD 1 TO W-QTD-MUN
                           MOVE MN-CODIGO TO W-MUN-CODIGO(W-QTD-MUN)
                           MOVE MN-NOME-CEP TO W-MUN-NOME(W-QTD-MUN)
                       END-IF
               END-READ
           END-PERFORM.

      * -----------------------------------
      * ESCOLHE O MUNICIPIO DA UF DE MENOR DISTANCIA DE EDICAO PARA
      * A CIDADE GRAVADA (NO EMPATE FICA O PRIMEIRO EM ORDEM
      * ALFABETICA). UF SEM NENHUM MUNICIPIO NAO TEM SUGESTAO.
       SUGERE-MUNICIPIO.
           IF W-QTD-MUN = ZEROS
               MOVE "(UF SEM MUNICIPIOS)" TO WS-D-SUGESTAO
           ELSE
               MOVE 99 TO W-MELHOR-DIST
               MOVE ZEROS TO W-MELHOR-IND
               MOVE W-CIDADE TO W-NOME-A
               PERFORM VARYING W-IND-MUN FROM 1 BY 1
                       UNTIL W-IND-MUN > W-QTD-MUN
                   MOVE W-MUN-NOME(W-IND-MUN) TO W-NOME-B
                   PERFORM CALCULA-DISTANCIA
                   IF W-DISTANCIA < W-MELHOR-DIST
                       MOVE W-DISTANCIA TO W-MELHOR-DIST
                       MOVE W-IND-MUN TO W-MELHOR-IND
                   END-IF
               END-PERFORM
               MOVE W-MUN-NOME(W-MELHOR-IND) TO WS-D-SUGESTAO
               MOVE W-MUN-CODIGO(W-MELHOR-IND) TO WS-D-COD-IBGE
               MOVE W-MELHOR-DIST TO WS-D-DISTANCIA
           END-IF.

      * -----------------------------------
      * DISTANCIA DE EDICAO ENTRE W-NOME-A E W-NOME-B, SEM OS
      * BRANCOS DO FIM. W-ANT(J + 1) GUARDA A DISTANCIA ENTRE AS
      * PRIMEIRAS I - 1 LETRAS DE A E AS PRIMEIRAS J LETRAS DE B;
      * W-ATU E A LINHA DE I SENDO MONTADA.
       CALCULA-DISTANCIA.
           PERFORM VARYING W-TAM-A FROM 20 BY -1
                   UNTIL W-TAM-A = ZEROS
                      OR W-NOME-A(W-TAM-A:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           PERFORM VARYING W-TAM-B FROM 20 BY -1
                   UNTIL W-TAM-B = ZEROS
                      OR W-NOME-B(W-TAM-B:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           PERFORM VARYING W-J FROM 0 BY 1 UNTIL W-J > W-TAM-B
               MOVE W-J TO W-ANT(W-J + 1)
           END-PERFORM.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-TAM-A
               MOVE W-I TO W-ATU(1)
               PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-TAM-B
                   IF W-NOME-A(W-I:1) = W-NOME-B(W-J:1)
                       MOVE ZEROS TO W-CUSTO
                   ELSE
                       MOVE 1 TO W-CUSTO
                   END-IF
                   COMPUTE W-MENOR = W-ANT(W-J) + W-CUSTO
                   IF W-ANT(W-J + 1) + 1 < W-MENOR
                       COMPUTE W-MENOR = W-ANT(W-J + 1) + 1
                   END-IF
                   IF W-ATU(W-J) + 1 < W-MENOR
                       COMPUTE W-MENOR = W-ATU(W-J) + 1
                   END-IF
                   MOVE W-MENOR TO W-ATU(W-J + 1)
               END-PERFORM
               PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-TAM-B + 1
                   MOVE W-ATU(W-J) TO W-ANT(W-J)
               END-PERFORM
           END-PERFORM.
           MOVE W-ANT(W-TAM-B + 1) TO W-DISTANCIA.
