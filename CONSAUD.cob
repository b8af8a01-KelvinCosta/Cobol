       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSAUD.
      * CONSULTA DO HISTORICO DE MANUTENCAO DOS CADASTROS DE AMIGOS
      * (AMIGO_HIST.DAT, GRAVADO PELO PROGR2JT) E DE OPERADORES
      * (OPER_HIST.DAT, GRAVADO PELO CADOPER), NOS MOLDES DO
      * CONSHIST. ESCOLHIDO O CADASTRO, ACEITA FILTRO OPCIONAL DE
      * CHAVE (APELIDO OU CODIGO DO OPERADOR), DE PERIODO E DO
      * OPERADOR QUE FEZ A MANUTENCAO, E LISTA EM ORDEM OS EVENTOS COM
      * DATA/HORA, OPERACAO E APENAS OS CAMPOS QUE REALMENTE DIFEREM
      * ENTRE A IMAGEM ANTES E A IMAGEM DEPOIS. DO OPERADOR A SENHA
      * NAO E GUARDADA - SO APARECE QUE FOI TROCADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMIGO-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AH-STAT.
           SELECT OPER-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OH-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD AMIGO-HIST VALUE OF FILE-ID IS "amigo_hist.dat".
       01 AMIGO-HIST-REC.
           05 AH-DATA PIC 9(08).
           05 AH-HORA PIC 9(08).
           05 AH-OPERACAO PIC X(01).
               88 AH-OP-INCLUSAO   VALUE "I".
               88 AH-OP-ALTERACAO  VALUE "A".
               88 AH-OP-EXCLUSAO   VALUE "E".
           05 AH-APELIDO PIC X(12).
           05 AH-ANTES.
               10 AH-A-APELIDO PIC X(12).
               10 AH-A-NOME PIC X(30).
               10 AH-A-EMAIL PIC X(30).
               10 AH-A-SEXO PIC X(01).
               10 AH-A-GENERO PIC X(01).
               10 AH-A-TPAMIGO PIC X(01).
               10 AH-A-LAST-CONTATO PIC X(08).
               10 AH-A-CEP-AMIGO PIC X(08).
               10 AH-A-NUMERO-END PIC X(06).
           05 AH-DEPOIS.
               10 AH-D-APELIDO PIC X(12).
               10 AH-D-NOME PIC X(30).
               10 AH-D-EMAIL PIC X(30).
               10 AH-D-SEXO PIC X(01).
               10 AH-D-GENERO PIC X(01).
               10 AH-D-TPAMIGO PIC X(01).
               10 AH-D-LAST-CONTATO PIC X(08).
               10 AH-D-CEP-AMIGO PIC X(08).
               10 AH-D-NUMERO-END PIC X(06).
           05 AH-OPERADOR PIC X(20).

       FD OPER-HIST VALUE OF FILE-ID IS "oper_hist.dat".
       01 OPER-HIST-REC.
           05 OH-DATA PIC 9(08).
           05 OH-HORA PIC 9(08).
           05 OH-OPERACAO PIC X(01).
               88 OH-OP-INCLUSAO    VALUE "I".
               88 OH-OP-ALTERACAO   VALUE "A".
               88 OH-OP-EXCLUSAO    VALUE "E".
               88 OH-OP-DESBLOQUEIO VALUE "D".
           05 OH-CODIGO PIC 9(04).
           05 OH-ANTES.
               10 OH-A-NOME PIC X(20).
               10 OH-A-NIVEL PIC X(01).
               10 OH-A-DATA-EXPIRA PIC X(08).
               10 OH-A-FALHAS PIC X(02).
               10 OH-A-BLOQUEADO PIC X(01).
           05 OH-DEPOIS.
               10 OH-D-NOME PIC X(20).
               10 OH-D-NIVEL PIC X(01).
               10 OH-D-DATA-EXPIRA PIC X(08).
               10 OH-D-FALHAS PIC X(02).
               10 OH-D-BLOQUEADO PIC X(01).
           05 OH-SENHA-TROCADA PIC X(01).
           05 OH-OPERADOR PIC X(20).

       WORKING-STORAGE SECTION.
       77 AH-STAT PIC X(02) VALUE "00".
       77 OH-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 W-CADASTRO PIC X(01) VALUE SPACES.
       77 W-APELIDO-BUSCA PIC X(12) VALUE SPACES.
       77 W-CODIGO-BUSCA PIC 9(04) VALUE ZEROS.
       77 W-DATA-INI PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 W-OPER-FILTRO PIC X(20) VALUE SPACES.
       77 W-TOTAL PIC 9(06) VALUE ZEROS.
       77 W-TXT-OPERACAO PIC X(12) VALUE SPACES.

       01 W-EVENTO-CAB.
           05 FILLER PIC X(06) VALUE "DATA: ".
           05 W-E-DATA PIC 9(08).
           05 FILLER PIC X(07) VALUE "  HORA:".
           05 W-E-HORA PIC 9(08).
           05 FILLER PIC X(05) VALUE "  OP:".
           05 W-E-OPERACAO PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 W-E-CHAVE PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONSULTA DO HISTORICO DE CADASTROS".
       PEDE-CADASTRO.
           MOVE SPACES TO W-CADASTRO.
           DISPLAY " ".
           DISPLAY "CADASTRO A=AMIGOS O=OPERADORES (BRANCO PARA "
               "ENCERRAR) :-> ".
           ACCEPT W-CADASTRO.
           EVALUATE W-CADASTRO
               WHEN "A" WHEN "a"
                   MOVE "A" TO W-CADASTRO
                   MOVE SPACES TO W-APELIDO-BUSCA
                   DISPLAY "APELIDO (BRANCO = TODOS) :-> "
                   ACCEPT W-APELIDO-BUSCA
               WHEN "O" WHEN "o"
                   MOVE "O" TO W-CADASTRO
                   MOVE ZEROS TO W-CODIGO-BUSCA
                   DISPLAY "CODIGO DO OPERADOR (ZEROS = TODOS) :-> "
                   ACCEPT W-CODIGO-BUSCA
               WHEN SPACES
                   GO TO ROT-FIM
               WHEN OTHER
                   DISPLAY "CADASTRO INVALIDO"
                   GO TO PEDE-CADASTRO
           END-EVALUATE.
           MOVE ZEROS TO W-DATA-INI W-DATA-FIM.
           DISPLAY "DATA INICIAL AAAAMMDD (ZEROS = SEM FILTRO) :-> ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   AAAAMMDD (ZEROS = SEM FILTRO) :-> ".
           ACCEPT W-DATA-FIM.
           DISPLAY "FEITO PELO OPERADOR (BRANCO = TODOS) :-> ".
           MOVE SPACES TO W-OPER-FILTRO.
           ACCEPT W-OPER-FILTRO.
           MOVE ZEROS TO W-TOTAL.
           MOVE "N" TO W-EOF.
           IF W-CADASTRO = "A"
               PERFORM LISTA-AMIGOS THRU LISTA-AMIGOS-FIM
           ELSE
               PERFORM LISTA-OPERADORES THRU LISTA-OPERADORES-FIM
           END-IF.
           GO TO PEDE-CADASTRO.
       ROT-FIM.
           GOBACK.

      * -----------------------------------
       LISTA-AMIGOS.
           OPEN INPUT AMIGO-HIST.
           IF AH-STAT NOT = "00"
               DISPLAY "*** ARQUIVO DE HISTORICO NAO ENCONTRADO: "
                   "amigo_hist.dat"
               GO TO LISTA-AMIGOS-FIM
           END-IF.
           DISPLAY " ".
           DISPLAY "HISTORICO DO CADASTRO DE AMIGOS".
           DISPLAY "--------------------------------------------".
           PERFORM UNTIL FIM-ARQUIVO
               READ AMIGO-HIST
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM VERIFICA-AMIGO THRU VERIFICA-AMIGO-FIM
               END-READ
           END-PERFORM.
           CLOSE AMIGO-HIST.
           DISPLAY "--------------------------------------------".
           DISPLAY "TOTAL DE EVENTOS LISTADOS: " W-TOTAL.
       LISTA-AMIGOS-FIM.
           EXIT.

      * -----------------------------------
       LISTA-OPERADORES.
           OPEN INPUT OPER-HIST.
           IF OH-STAT NOT = "00"
               DISPLAY "*** ARQUIVO DE HISTORICO NAO ENCONTRADO: "
                   "oper_hist.dat"
               GO TO LISTA-OPERADORES-FIM
           END-IF.
           DISPLAY " ".
           DISPLAY "HISTORICO DO CADASTRO DE OPERADORES".
           DISPLAY "--------------------------------------------".
           PERFORM UNTIL FIM-ARQUIVO
               READ OPER-HIST
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM VERIFICA-OPER THRU VERIFICA-OPER-FIM
               END-READ
           END-PERFORM.
           CLOSE OPER-HIST.
           DISPLAY "--------------------------------------------".
           DISPLAY "TOTAL DE EVENTOS LISTADOS: " W-TOTAL.
       LISTA-OPERADORES-FIM.
           EXIT.

      * -----------------------------------
      * APLICA OS FILTROS DE APELIDO, PERIODO E OPERADOR E MOSTRA O
      * EVENTO QUANDO PASSA EM TODOS.
       VERIFICA-AMIGO.
           IF W-APELIDO-BUSCA NOT = SPACES
                   AND AH-APELIDO NOT = W-APELIDO-BUSCA
               GO TO VERIFICA-AMIGO-FIM
           END-IF.
           IF W-DATA-INI NOT = ZEROS AND AH-DATA < W-DATA-INI
               GO TO VERIFICA-AMIGO-FIM
           END-IF.
           IF W-DATA-FIM NOT = ZEROS AND AH-DATA > W-DATA-FIM
               GO TO VERIFICA-AMIGO-FIM
           END-IF.
           IF W-OPER-FILTRO NOT = SPACES
                   AND AH-OPERADOR NOT = W-OPER-FILTRO
               GO TO VERIFICA-AMIGO-FIM
           END-IF.
           PERFORM MOSTRA-AMIGO.
           ADD 1 TO W-TOTAL.
       VERIFICA-AMIGO-FIM.
           EXIT.

      * -----------------------------------
      * APLICA OS FILTROS DE CODIGO, PERIODO E OPERADOR E MOSTRA O
      * EVENTO QUANDO PASSA EM TODOS.
       VERIFICA-OPER.
           IF W-CODIGO-BUSCA NOT = ZEROS
                   AND OH-CODIGO NOT = W-CODIGO-BUSCA
               GO TO VERIFICA-OPER-FIM
           END-IF.
           IF W-DATA-INI NOT = ZEROS AND OH-DATA < W-DATA-INI
               GO TO VERIFICA-OPER-FIM
           END-IF.
           IF W-DATA-FIM NOT = ZEROS AND OH-DATA > W-DATA-FIM
               GO TO VERIFICA-OPER-FIM
           END-IF.
           IF W-OPER-FILTRO NOT = SPACES
                   AND OH-OPERADOR NOT = W-OPER-FILTRO
               GO TO VERIFICA-OPER-FIM
           END-IF.
           PERFORM MOSTRA-OPER.
           ADD 1 TO W-TOTAL.
       VERIFICA-OPER-FIM.
           EXIT.

      * -----------------------------------
      * CABECALHO DO EVENTO E, EM SEGUIDA, APENAS OS CAMPOS QUE
      * MUDARAM ENTRE AH-ANTES E AH-DEPOIS.
       MOSTRA-AMIGO.
           EVALUATE TRUE
               WHEN AH-OP-INCLUSAO
                   MOVE "INCLUSAO" TO W-TXT-OPERACAO
               WHEN AH-OP-ALTERACAO
                   MOVE "ALTERACAO" TO W-TXT-OPERACAO
               WHEN AH-OP-EXCLUSAO
                   MOVE "EXCLUSAO" TO W-TXT-OPERACAO
               WHEN OTHER
                   MOVE AH-OPERACAO TO W-TXT-OPERACAO
           END-EVALUATE.
           MOVE AH-DATA TO W-E-DATA.
           MOVE AH-HORA TO W-E-HORA.
           MOVE W-TXT-OPERACAO TO W-E-OPERACAO.
           MOVE SPACES TO W-E-CHAVE.
           STRING "AMIGO " AH-APELIDO DELIMITED BY SIZE
               INTO W-E-CHAVE
           END-STRING.
           DISPLAY " ".
           DISPLAY W-EVENTO-CAB.
           IF AH-OPERADOR NOT = SPACES
               DISPLAY "  OPERADOR  : " AH-OPERADOR
           END-IF.
           IF AH-A-NOME NOT = AH-D-NOME
               DISPLAY "  NOME      : " AH-A-NOME
               DISPLAY "          -> " AH-D-NOME
           END-IF.
           IF AH-A-EMAIL NOT = AH-D-EMAIL
               DISPLAY "  EMAIL     : " AH-A-EMAIL
               DISPLAY "          -> " AH-D-EMAIL
           END-IF.
           IF AH-A-CEP-AMIGO NOT = AH-D-CEP-AMIGO
               DISPLAY "  CEP       : " AH-A-CEP-AMIGO
                   " -> " AH-D-CEP-AMIGO
           END-IF.
           IF AH-A-NUMERO-END NOT = AH-D-NUMERO-END
               DISPLAY "  NUMERO    : " AH-A-NUMERO-END
                   " -> " AH-D-NUMERO-END
           END-IF.
           IF AH-A-SEXO NOT = AH-D-SEXO
               DISPLAY "  SEXO      : " AH-A-SEXO " -> " AH-D-SEXO
           END-IF.
           IF AH-A-GENERO NOT = AH-D-GENERO
               DISPLAY "  GENERO    : " AH-A-GENERO " -> "
                   AH-D-GENERO
           END-IF.
           IF AH-A-TPAMIGO NOT = AH-D-TPAMIGO
               DISPLAY "  TIPO AMIGO: " AH-A-TPAMIGO " -> "
                   AH-D-TPAMIGO
           END-IF.
           IF AH-A-LAST-CONTATO NOT = AH-D-LAST-CONTATO
               DISPLAY "  ULT.CONT. : " AH-A-LAST-CONTATO
                   " -> " AH-D-LAST-CONTATO
           END-IF.

      * -----------------------------------
      * CABECALHO DO EVENTO E, EM SEGUIDA, APENAS OS CAMPOS QUE
      * MUDARAM ENTRE OH-ANTES E OH-DEPOIS, MAIS A TROCA DE SENHA.
       MOSTRA-OPER.
           EVALUATE TRUE
               WHEN OH-OP-INCLUSAO
                   MOVE "INCLUSAO" TO W-TXT-OPERACAO
               WHEN OH-OP-ALTERACAO
                   MOVE "ALTERACAO" TO W-TXT-OPERACAO
               WHEN OH-OP-EXCLUSAO
                   MOVE "EXCLUSAO" TO W-TXT-OPERACAO
               WHEN OH-OP-DESBLOQUEIO
                   MOVE "DESBLOQUEIO" TO W-TXT-OPERACAO
               WHEN OTHER
                   MOVE OH-OPERACAO TO W-TXT-OPERACAO
           END-EVALUATE.
           MOVE OH-DATA TO W-E-DATA.
           MOVE OH-HORA TO W-E-HORA.
           MOVE W-TXT-OPERACAO TO W-E-OPERACAO.
           MOVE SPACES TO W-E-CHAVE.
           STRING "OPERADOR " OH-CODIGO DELIMITED BY SIZE
               INTO W-E-CHAVE
           END-STRING.
           DISPLAY " ".
           DISPLAY W-EVENTO-CAB.
           IF OH-OPERADOR NOT = SPACES
               DISPLAY "  OPERADOR  : " OH-OPERADOR
           END-IF.
           IF OH-A-NOME NOT = OH-D-NOME
               DISPLAY "  NOME      : " OH-A-NOME
               DISPLAY "          -> " OH-D-NOME
           END-IF.
           IF OH-A-NIVEL NOT = OH-D-NIVEL
               DISPLAY "  NIVEL     : " OH-A-NIVEL " -> " OH-D-NIVEL
           END-IF.
           IF OH-SENHA-TROCADA = "S"
               DISPLAY "  SENHA     : TROCADA (PROVISORIA)"
           END-IF.
           IF OH-A-DATA-EXPIRA NOT = OH-D-DATA-EXPIRA
               DISPLAY "  EXPIRA EM : " OH-A-DATA-EXPIRA
                   " -> " OH-D-DATA-EXPIRA
           END-IF.
           IF OH-A-FALHAS NOT = OH-D-FALHAS
               DISPLAY "  FALHAS    : " OH-A-FALHAS " -> "
                   OH-D-FALHAS
           END-IF.
           IF OH-A-BLOQUEADO NOT = OH-D-BLOQUEADO
               DISPLAY "  BLOQUEADO : " OH-A-BLOQUEADO " -> "
                   OH-D-BLOQUEADO
           END-IF.
