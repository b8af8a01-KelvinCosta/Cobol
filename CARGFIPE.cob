       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGFIPE.
      * CARGA MENSAL DA TABELA FIPE DE PRECOS MEDIOS DE VEICULOS
      * (FIPE.DAT) A PARTIR DA TABELA PUBLICADA, EXPORTADA EM TEXTO
      * (FIPE.TXT, UMA LINHA POR MODELO E ANO-MODELO NO FORMATO
      * "CODIGO;MARCA;MODELO;ANO;PRECO"), NOS MOLDES DO CARGMUN:
      *  - CODIGO FIPE COM OU SEM HIFEN ("001004-9" OU "0010049"),
      *    GRAVADO NA FORMA "999999-9" QUE O VALFIPE DEVOLVE;
      *  - MARCA E MODELO EM MAIUSCULAS E SEM ACENTO;
      *  - ANO-MODELO COM QUATRO DIGITOS. A LINHA "ZERO KM" (ANO
      *    32000 NA TABELA PUBLICADA) NAO TEM ANO DE FABRICACAO QUE
      *    CASE COM ELA E E SO CONTADA, NAO GRAVADA;
      *  - PRECO NO FORMATO DA PUBLICACAO ("R$ 45.678,90"): PONTO E
      *    SEPARADOR DE MILHAR E VIRGULA SEPARA OS CENTAVOS; SEM
      *    VIRGULA O VALOR E EM REAIS INTEIROS.
      * LINHA JA CADASTRADA (MESMO CODIGO E ANO-MODELO) E REGRAVADA
      * COM O PRECO NOVO; TODA LINHA GRAVADA LEVA O MES DA CARGA
      * (AAAAMM) EM FP-MES-REF, ENTAO O MODELO QUE SAIU DA TABELA
      * FICA COM O ULTIMO PRECO PUBLICADO E O MES DELE. LINHA COM
      * CODIGO, ANO OU PRECO INVALIDO (COMO O CABECALHO DA PLANILHA)
      * E REJEITADA EM CARGFIPE.LOG. RODA NO DIA 1 NA JANELA
      * NOTURNA, ANTES DO EXPSEG E DO RELFIPE, QUE USAM O PRECO;
      * SEM FIPE.TXT NO MES A TABELA ANTERIOR CONTINUA VALENDO.
      * RETURN-CODE 4 QUANDO HOUVE REJEICAO OU O ARQUIVO NAO VEIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIPE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FP-STAT
               RECORD KEY IS FP-CHAVE.
           SELECT TABELA-FILE ASSIGN TO "fipe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TB-STAT.
           SELECT FIPE-LOG ASSIGN TO "cargfipe.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * TABELA FIPE, O MESMO LAYOUT DO VALFIPE.
       FD FIPE-FILE VALUE OF FILE-ID IS "fipe.dat".
       01 FIPE-REC.
           05 FP-CHAVE.
               10 FP-CODIGO PIC X(08).
               10 FP-ANO-MODELO PIC 9(04).
           05 FP-MARCA PIC X(20).
           05 FP-MODELO PIC X(40).
           05 FP-PRECO PIC 9(09)V99.
           05 FP-MES-REF PIC 9(06).
           05 FILLER PIC X(11).

       FD TABELA-FILE.
       01 TABELA-REC PIC X(120).

       FD FIPE-LOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 FP-STAT PIC X(02) VALUE "00".
       77 TB-STAT PIC X(02) VALUE "00".
       77 WS-FIM-TABELA PIC X VALUE "N".
           88 FIM-TABELA VALUE "S".
       77 WS-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INCLUIDOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ALTERADOS PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ZERO-KM PIC 9(06) VALUE ZEROS.
       77 WS-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 W-LINHA-OK PIC X(01) VALUE "N".
       77 W-IND PIC 9(02) VALUE ZEROS.
       77 W-QTD-DIG PIC 9(02) VALUE ZEROS.
       01 W-CH PIC X(01) VALUE SPACES.
       01 W-CH-N REDEFINES W-CH PIC 9(01).
       77 W-VIRGULA PIC X(01) VALUE "N".
       77 W-QTD-CENT PIC 9(01) VALUE ZEROS.
       01 W-DIGITOS PIC X(10) VALUE SPACES.
       77 W-REAIS PIC 9(09) VALUE ZEROS.
       77 W-CENTAVOS PIC 9(02) VALUE ZEROS.

       01 WS-CAMPOS-FIPE.
           05 WS-FP-CODIGO PIC X(10).
           05 WS-FP-MARCA PIC X(20).
           05 WS-FP-MODELO PIC X(40).
           05 WS-FP-ANO PIC X(05).
           05 WS-FP-PRECO PIC X(20).

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
           05 WS-LOG-REJ-LINHA PIC X(80).

       01 WS-LOG-REFERENCIA.
           05 FILLER PIC X(20) VALUE "TABELA FIPE DO MES:".
           05 WS-LOG-MES-REF PIC 9(06).

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(07) VALUE "LIDOS:".
           05 WS-LOG-LIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  INCLUIDOS:".
           05 WS-LOG-INCLUIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  ALTERADOS:".
           05 WS-LOG-ALTERADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  ZERO KM:".
           05 WS-LOG-ZERO-KM PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  REJEITADOS:".
           05 WS-LOG-REJEITADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT FIPE-LOG.
           OPEN INPUT TABELA-FILE.
           IF TB-STAT NOT = "00"
               MOVE "*** ARQUIVO FIPE.TXT NAO ENCONTRADO ***"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               MOVE 4 TO RETURN-CODE
               GO TO FINALIZA
           END-IF.
           OPEN I-O FIPE-FILE.
           IF FP-STAT NOT = "00"
               OPEN OUTPUT FIPE-FILE
               CLOSE FIPE-FILE
               OPEN I-O FIPE-FILE
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-LOG-MES-REF.
           WRITE LOG-LINHA FROM WS-LOG-REFERENCIA.
           PERFORM UNTIL FIM-TABELA
               READ TABELA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TABELA
                   NOT AT END
                       PERFORM PROCESSA-LINHA THRU PROCESSA-LINHA-FIM
               END-READ
           END-PERFORM.
           MOVE WS-TOT-LIDOS TO WS-LOG-LIDOS.
           MOVE WS-TOT-INCLUIDOS TO WS-LOG-INCLUIDOS.
           MOVE WS-TOT-ALTERADOS TO WS-LOG-ALTERADOS.
           MOVE WS-TOT-ZERO-KM TO WS-LOG-ZERO-KM.
           MOVE WS-TOT-REJEITADOS TO WS-LOG-REJEITADOS.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
           CLOSE FIPE-FILE TABELA-FILE.
           IF WS-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       FINALIZA.
           CLOSE FIPE-LOG.
           GOBACK.

      * -----------------------------------
      * SEPARA OS CINCO CAMPOS DA LINHA, CRITICA E INCLUI OU REGRAVA
      * O PRECO PELO CODIGO E ANO-MODELO.
       PROCESSA-LINHA.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE SPACES TO WS-CAMPOS-FIPE.
           UNSTRING TABELA-REC DELIMITED BY ";"
               INTO WS-FP-CODIGO WS-FP-MARCA WS-FP-MODELO
                    WS-FP-ANO WS-FP-PRECO
           END-UNSTRING.
      * ARQUIVO GERADO NO WINDOWS TRAZ O CR NO FIM DO PRECO.
           INSPECT WS-FP-PRECO REPLACING ALL X"0D" BY SPACE.
           IF WS-FP-ANO = "32000"
               ADD 1 TO WS-TOT-ZERO-KM
               GO TO PROCESSA-LINHA-FIM
           END-IF.
           MOVE SPACES TO FIPE-REC.
           PERFORM NORMALIZA-CODIGO.
           IF W-LINHA-OK = "N"
                 OR WS-FP-ANO(1:4) NOT NUMERIC
                 OR WS-FP-ANO(5:1) NOT = SPACE
                 OR WS-FP-MODELO = SPACES
               GO TO REJEITA-LINHA
           END-IF.
           PERFORM CONVERTE-PRECO.
           IF W-LINHA-OK = "N"
               GO TO REJEITA-LINHA
           END-IF.
           MOVE WS-FP-ANO(1:4) TO FP-ANO-MODELO.
           INSPECT WS-FP-MARCA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-FP-MARCA CONVERTING W-ACENTUADAS
               TO W-SEM-ACENTO.
           INSPECT WS-FP-MODELO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-FP-MODELO CONVERTING W-ACENTUADAS
               TO W-SEM-ACENTO.
           MOVE WS-FP-MARCA TO FP-MARCA.
           MOVE WS-FP-MODELO TO FP-MODELO.
           COMPUTE FP-PRECO = W-REAIS + (W-CENTAVOS / 100).
           MOVE WS-DATA-HOJE(1:6) TO FP-MES-REF.
           WRITE FIPE-REC
               INVALID KEY
                   REWRITE FIPE-REC
                   ADD 1 TO WS-TOT-ALTERADOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-INCLUIDOS
           END-WRITE.
           GO TO PROCESSA-LINHA-FIM.
       REJEITA-LINHA.
           MOVE TABELA-REC TO WS-LOG-REJ-LINHA.
           WRITE LOG-LINHA FROM WS-LOG-REJEITADO.
           ADD 1 TO WS-TOT-REJEITADOS.
       PROCESSA-LINHA-FIM.
           EXIT.

      * -----------------------------------
      * CODIGO FIPE: SO OS DIGITOS CONTAM (HIFEN, PONTO E ESPACO SAO
      * IGNORADOS) E TEM QUE SER SETE; VAI PARA FP-CODIGO NA FORMA
      * "999999-9", A MESMA DO VALFIPE.
       NORMALIZA-CODIGO.
           MOVE "N" TO W-LINHA-OK.
           MOVE SPACES TO W-DIGITOS.
           MOVE ZEROS TO W-QTD-DIG.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 10
               MOVE WS-FP-CODIGO(W-IND:1) TO W-CH
               IF W-CH >= "0" AND W-CH <= "9"
                   ADD 1 TO W-QTD-DIG
                   MOVE W-CH TO W-DIGITOS(W-QTD-DIG:1)
               ELSE
                   IF W-CH NOT = "-" AND W-CH NOT = "."
                           AND W-CH NOT = SPACE
                       MOVE 99 TO W-QTD-DIG
                       MOVE 10 TO W-IND
                   END-IF
               END-IF
           END-PERFORM.
           IF W-QTD-DIG = 7
               STRING W-DIGITOS(1:6) "-" W-DIGITOS(7:1)
                   DELIMITED BY SIZE INTO FP-CODIGO
               MOVE "S" TO W-LINHA-OK
           END-IF.

      * -----------------------------------
      * PRECO DA PUBLICACAO PARA REAIS E CENTAVOS: "R$", ESPACO E
      * PONTO DE MILHAR SAO IGNORADOS; DEPOIS DA VIRGULA VEM NO
      * MAXIMO DOIS DIGITOS DE CENTAVOS. PRECO ZERO E RECUSADO.
       CONVERTE-PRECO.
           MOVE "S" TO W-LINHA-OK.
           MOVE ZEROS TO W-REAIS W-CENTAVOS W-QTD-DIG W-QTD-CENT.
           MOVE "N" TO W-VIRGULA.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 20
               MOVE WS-FP-PRECO(W-IND:1) TO W-CH
               EVALUATE TRUE
                   WHEN W-CH >= "0" AND W-CH <= "9"
                       IF W-VIRGULA = "S"
                           ADD 1 TO W-QTD-CENT
                           IF W-QTD-CENT = 1
                               COMPUTE W-CENTAVOS =
                                   W-CENTAVOS + (10 * W-CH-N)
                           ELSE
                               IF W-QTD-CENT = 2
                                   COMPUTE W-CENTAVOS =
                                       W-CENTAVOS + W-CH-N
                               ELSE
                                   MOVE "N" TO W-LINHA-OK
                               END-IF
                           END-IF
                       ELSE
                           ADD 1 TO W-QTD-DIG
                           IF W-QTD-DIG > 9
                               MOVE "N" TO W-LINHA-OK
                           ELSE
                               COMPUTE W-REAIS =
                                   (W-REAIS * 10) + W-CH-N
                           END-IF
                       END-IF
                   WHEN W-CH = ","
                       IF W-VIRGULA = "S"
                           MOVE "N" TO W-LINHA-OK
                       END-IF
                       MOVE "S" TO W-VIRGULA
                   WHEN W-CH = "." OR W-CH = SPACE
                           OR W-CH = "R" OR W-CH = "$"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO W-LINHA-OK
               END-EVALUATE
           END-PERFORM.
           IF W-REAIS = ZEROS AND W-CENTAVOS = ZEROS
               MOVE "N" TO W-LINHA-OK
           END-IF.
