       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSREL.
      * CONSULTA DOS RELATORIOS ARQUIVADOS PELA JANELA NOTURNA, NOS
      * MOLDES DO CONSAUD. LE O INDICE RELARQ.IDX (GRAVADO PELO
      * BATNOITE A CADA RELATORIO ARQUIVADO E ENXUGADO PELO PURGREL),
      * FILTRA PELO NOME DO RELATORIO E PELO PERIODO E LISTA AS
      * COPIAS DATADAS NUMERADAS, COM PASSO, PAGINAS, LINHAS E O
      * RETURN-CODE DO PASSO; ESCOLHIDO O NUMERO, MOSTRA A COPIA NA
      * TELA, 20 LINHAS POR VEZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELARQ-IDX ASSIGN TO "relarq.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RX-STAT.
           SELECT REL-DATADO ASSIGN TO DYNAMIC W-NOME-REL-DATADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD RELARQ-IDX.
       01 RX-REC.
           05 RX-DATA PIC 9(08).
           05 FILLER PIC X(01).
           05 RX-PASSO PIC X(08).
           05 FILLER PIC X(01).
           05 RX-RELATORIO PIC X(20).
           05 FILLER PIC X(01).
           05 RX-ARQUIVO PIC X(30).
           05 FILLER PIC X(01).
           05 RX-PAGINAS PIC 9(05).
           05 FILLER PIC X(01).
           05 RX-LINHAS PIC 9(07).
           05 FILLER PIC X(01).
           05 RX-RC PIC 9(04).

       FD REL-DATADO.
       01 RD-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 RX-STAT PIC X(02) VALUE "00".
       77 RD-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 W-REL-BUSCA PIC X(20) VALUE SPACES.
       77 W-DATA-INI PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 W-TOTAL PIC 9(06) VALUE ZEROS.
       77 W-ESCOLHA PIC 9(03) VALUE ZEROS.
       77 W-CONTINUA PIC X(01) VALUE SPACES.
       77 W-LINHAS-TELA PIC 9(02) VALUE ZEROS.
       77 W-PARAR PIC X(01) VALUE "N".
       01 W-NOME-REL-DATADO PIC X(30) VALUE SPACES.

      * COPIAS LISTADAS NA ULTIMA CONSULTA, PARA A ESCOLHA PELO
      * NUMERO.
       01 TAB-LISTADOS.
           05 W-QTD-LIST PIC 9(03) VALUE ZEROS.
           05 TL-ARQUIVO PIC X(30) OCCURS 200 TIMES.

       01 W-LINHA-INDICE.
           05 W-LI-NUMERO PIC ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-LI-DATA PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-LI-PASSO PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-LI-RELATORIO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 W-LI-PAGINAS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 W-LI-LINHAS PIC Z(06)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-LI-RC PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONSULTA DE RELATORIOS ARQUIVADOS".
       PEDE-RELATORIO.
           MOVE SPACES TO W-REL-BUSCA.
           DISPLAY " ".
           DISPLAY "RELATORIO (EX.: relcep.lst, * = TODOS, BRANCO PARA "
               "ENCERRAR) :-> ".
           ACCEPT W-REL-BUSCA.
           IF W-REL-BUSCA = SPACES
               GO TO ROT-FIM
           END-IF.
           INSPECT W-REL-BUSCA CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz".
           IF W-REL-BUSCA = "*"
               MOVE SPACES TO W-REL-BUSCA
           END-IF.
           MOVE ZEROS TO W-DATA-INI W-DATA-FIM.
           DISPLAY "DATA INICIAL AAAAMMDD (ZEROS = SEM FILTRO) :-> ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   AAAAMMDD (ZEROS = SEM FILTRO) :-> ".
           ACCEPT W-DATA-FIM.
           PERFORM LISTA-INDICE THRU LISTA-INDICE-FIM.
           IF W-QTD-LIST = ZEROS
               GO TO PEDE-RELATORIO
           END-IF.
       PEDE-ESCOLHA.
           MOVE ZEROS TO W-ESCOLHA.
           DISPLAY " ".
           DISPLAY "NUMERO DA COPIA A EXIBIR (ZERO = NOVA CONSULTA) "
               ":-> ".
           ACCEPT W-ESCOLHA.
           IF W-ESCOLHA = ZEROS
               GO TO PEDE-RELATORIO
           END-IF.
           IF W-ESCOLHA > W-QTD-LIST
               DISPLAY "NUMERO FORA DA LISTA"
               GO TO PEDE-ESCOLHA
           END-IF.
           PERFORM EXIBE-COPIA THRU EXIBE-COPIA-FIM.
           GO TO PEDE-ESCOLHA.
       ROT-FIM.
           GOBACK.

      * -----------------------------------
      * LISTA AS ENTRADAS DO INDICE QUE PASSAM NOS FILTROS,
      * NUMERADAS, E GUARDA O NOME DE CADA COPIA PARA A ESCOLHA. SO
      * AS 200 PRIMEIRAS FICAM DISPONIVEIS PARA EXIBIR.
       LISTA-INDICE.
           MOVE ZEROS TO W-QTD-LIST W-TOTAL.
           OPEN INPUT RELARQ-IDX.
           IF RX-STAT NOT = "00"
               DISPLAY "*** NENHUM RELATORIO ARQUIVADO (relarq.idx "
                   "NAO ENCONTRADO)"
               GO TO LISTA-INDICE-FIM
           END-IF.
           DISPLAY " ".
           DISPLAY "NUM  DATA      PASSO     RELATORIO             "
               "PAGS.  LINHAS    RC".
           DISPLAY "--------------------------------------------------"
               "------------------".
           MOVE "N" TO W-EOF.
           PERFORM UNTIL FIM-ARQUIVO
               READ RELARQ-IDX
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM VERIFICA-ENTRADA
                           THRU VERIFICA-ENTRADA-FIM
               END-READ
           END-PERFORM.
           CLOSE RELARQ-IDX.
           DISPLAY "--------------------------------------------------"
               "------------------".
           DISPLAY "TOTAL DE COPIAS LISTADAS: " W-TOTAL.
           IF W-TOTAL > W-QTD-LIST
               DISPLAY "SO AS PRIMEIRAS " W-QTD-LIST
                   " PODEM SER EXIBIDAS - ESTREITE O FILTRO"
           END-IF.
       LISTA-INDICE-FIM.
           EXIT.

      * -----------------------------------
      * APLICA OS FILTROS DE RELATORIO E PERIODO E MOSTRA A ENTRADA
      * QUANDO PASSA EM TODOS.
       VERIFICA-ENTRADA.
           IF W-REL-BUSCA NOT = SPACES
                   AND RX-RELATORIO NOT = W-REL-BUSCA
               GO TO VERIFICA-ENTRADA-FIM
           END-IF.
           IF W-DATA-INI NOT = ZEROS AND RX-DATA < W-DATA-INI
               GO TO VERIFICA-ENTRADA-FIM
           END-IF.
           IF W-DATA-FIM NOT = ZEROS AND RX-DATA > W-DATA-FIM
               GO TO VERIFICA-ENTRADA-FIM
           END-IF.
           ADD 1 TO W-TOTAL.
           IF W-QTD-LIST < 200
               ADD 1 TO W-QTD-LIST
               MOVE RX-ARQUIVO TO TL-ARQUIVO(W-QTD-LIST)
               MOVE W-QTD-LIST TO W-LI-NUMERO
           ELSE
               MOVE ZEROS TO W-LI-NUMERO
           END-IF.
           MOVE RX-DATA TO W-LI-DATA.
           MOVE RX-PASSO TO W-LI-PASSO.
           MOVE RX-RELATORIO TO W-LI-RELATORIO.
           MOVE RX-PAGINAS TO W-LI-PAGINAS.
           MOVE RX-LINHAS TO W-LI-LINHAS.
           MOVE RX-RC TO W-LI-RC.
           DISPLAY W-LINHA-INDICE.
       VERIFICA-ENTRADA-FIM.
           EXIT.

      * -----------------------------------
      * MOSTRA A COPIA ESCOLHIDA, PARANDO A CADA 20 LINHAS. O SALTO
      * DE PAGINA GRAVADO NO RELATORIO (X"0C") VIRA UMA LINHA
      * SEPARADORA NA TELA.
       EXIBE-COPIA.
           MOVE TL-ARQUIVO(W-ESCOLHA) TO W-NOME-REL-DATADO.
           OPEN INPUT REL-DATADO.
           IF RD-STAT NOT = "00"
               DISPLAY "*** COPIA NAO ENCONTRADA NO DISCO: "
                   W-NOME-REL-DATADO
               GO TO EXIBE-COPIA-FIM
           END-IF.
           DISPLAY " ".
           DISPLAY "=== " W-NOME-REL-DATADO " ===".
           MOVE ZEROS TO W-LINHAS-TELA.
           MOVE "N" TO W-PARAR.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL FIM-ARQUIVO OR W-PARAR = "S"
               READ REL-DATADO
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM MOSTRA-LINHA
               END-READ
           END-PERFORM.
           CLOSE REL-DATADO.
           DISPLAY "=== FIM DE " W-NOME-REL-DATADO " ===".
       EXIBE-COPIA-FIM.
           EXIT.

      * -----------------------------------
       MOSTRA-LINHA.
           IF RD-LINHA(1:1) = X"0C"
               DISPLAY "------------------------------------------"
                   "---- NOVA PAGINA ----"
               MOVE SPACE TO RD-LINHA(1:1)
           END-IF.
           DISPLAY RD-LINHA.
           ADD 1 TO W-LINHAS-TELA.
           IF W-LINHAS-TELA >= 20
               MOVE ZEROS TO W-LINHAS-TELA
               MOVE SPACES TO W-CONTINUA
               DISPLAY "ENTER = CONTINUA, F = FIM :-> "
               ACCEPT W-CONTINUA
               IF W-CONTINUA = "F" OR W-CONTINUA = "f"
                   MOVE "S" TO W-PARAR
               END-IF
           END-IF.
