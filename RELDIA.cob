      *     OPERADOR (CEPS_HIST.DAT);
      *   - MUDANCAS DE SITUACAO DE VEICULO (VEIC_HIST.DAT);
      *   - TRANSFERENCIAS DE PROPRIEDADE (TRANSFVEIC.DAT);
      *   - MANUTENCAO DOS CADASTROS DE AMIGOS (AMIGO_HIST.DAT) E
      *     DE OPERADORES (OPER_HIST.DAT), COM OS CAMPOS MUDADOS;
      *   - CONTATOS DO DIARIO DE AMIGOS (CONTATOS.DAT);
      *   - SESSOES DE OPERADOR NO MENU (SESSAO.LOG, EVENTOS "I");
      * E FECHA COM OS TOTAIS POR OPERADOR - A PAGINA QUE O
           SELECT TRANSF-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TF-STAT.
           SELECT AMIGO-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AH-STAT.
           SELECT OPER-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OH-STAT.
           SELECT CONTATO-FILE ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CJ-STAT.
           05 TF-DATA PIC 9(08).
           05 TF-HORA PIC 9(08).
           05 TF-OPERADOR PIC X(20).
           05 TF-DOC-ANT PIC X(14).
           05 TF-DOC-NOVO PIC X(14).

       FD AMIGO-HIST VALUE OF FILE-ID IS "amigo_hist.dat".
       01 AMIGO-HIST-REC.
           05 AH-DATA PIC 9(08).
           05 AH-HORA PIC 9(08).
           05 AH-OPERACAO PIC X(01).
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

       FD CONTATO-FILE
           LABEL RECORD IS STANDARD
       77 CH-STAT PIC X(02) VALUE "00".
       77 VH-STAT PIC X(02) VALUE "00".
       77 TF-STAT PIC X(02) VALUE "00".
       77 AH-STAT PIC X(02) VALUE "00".
       77 OH-STAT PIC X(02) VALUE "00".
       77 CJ-STAT PIC X(02) VALUE "00".
       77 LG-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X VALUE "N".
       77 W-TOT-CEPS PIC 9(06) VALUE ZEROS.
       77 W-TOT-VEIC PIC 9(06) VALUE ZEROS.
       77 W-TOT-TRANSF PIC 9(06) VALUE ZEROS.
       77 W-TOT-AMIGOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-OPER PIC 9(06) VALUE ZEROS.
       77 W-TOT-CONTATOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-SESSOES PIC 9(06) VALUE ZEROS.
       77 W-TXT-OPERACAO PIC X(12) VALUE SPACES.
      * NOMES DOS CAMPOS MUDADOS NUMA ALTERACAO DE CADASTRO.
       77 W-CAMPOS PIC X(60) VALUE SPACES.
       77 W-PTR PIC 9(03) VALUE ZEROS.

      * TOTAIS POR OPERADOR, ACUMULADOS DE TODAS AS SECOES (O
      * DIARIO DE CONTATOS NAO CARREGA OPERADOR E FICA DE FORA).
               10 TO-VEIC PIC 9(04).
               10 TO-TRANSF PIC 9(04).
               10 TO-SESSOES PIC 9(04).
               10 TO-CADASTROS PIC 9(04).
       77 IND-OP PIC 9(03) VALUE ZEROS.
       77 W-IND-ACHADO PIC 9(03) VALUE ZEROS.
       77 W-NOME-OPER PIC X(20) VALUE SPACES.
           05 WS-O-TRANSF PIC ZZZ9.
           05 FILLER PIC X(10) VALUE "  SESSOES:".
           05 WS-O-SESSOES PIC ZZZ9.
           05 FILLER PIC X(06) VALUE "  CAD:".
           05 WS-O-CADASTROS PIC ZZZ9.

       01 WS-LOG-RESUMO.
           05 FILLER PIC X(06) VALUE "CEPS:".
           05 FILLER PIC X(10) VALUE "  SESSOES:".
           05 WS-LOG-SESSOES PIC ZZZ,ZZ9.

      * FORA DA LINHA DE RESUMO, QUE O BATNOITE COPIA COM 80
      * POSICOES: SAI SO NO RELATORIO.
       01 WS-LINHA-CADASTROS.
           05 FILLER PIC X(32) VALUE
              "MANUTENCAO DE AMIGOS/OPERADORES:".
           05 WS-LC-AMIGOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE " / ".
           05 WS-LC-OPER PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM SECAO-CEPS THRU SECAO-CEPS-FIM.
           PERFORM SECAO-VEICULOS THRU SECAO-VEICULOS-FIM.
           PERFORM SECAO-TRANSF THRU SECAO-TRANSF-FIM.
           PERFORM SECAO-AMIGOS THRU SECAO-AMIGOS-FIM.
           PERFORM SECAO-OPER-CAD THRU SECAO-OPER-CAD-FIM.
           PERFORM SECAO-CONTATOS THRU SECAO-CONTATOS-FIM.
           PERFORM SECAO-SESSOES THRU SECAO-SESSOES-FIM.
           PERFORM SECAO-OPERADORES.
       SECAO-TRANSF-FIM.
           WRITE REL-LINHA FROM WS-TRACO.

      * -----------------------------------
      * MANUTENCAO DO CADASTRO DE AMIGOS DO DIA; NA ALTERACAO, OS
      * CAMPOS QUE MUDARAM.
       SECAO-AMIGOS.
           MOVE "CADASTRO DE AMIGOS:" TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT AMIGO-HIST.
           IF AH-STAT NOT = "00"
               MOVE "   (SEM MOVIMENTO)" TO REL-LINHA
               WRITE REL-LINHA
               GO TO SECAO-AMIGOS-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ AMIGO-HIST
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF AH-DATA = W-DATA-HOJE
                           ADD 1 TO W-TOT-AMIGOS
                           EVALUATE AH-OPERACAO
                               WHEN "I"
                                   MOVE "INCLUSAO" TO W-TXT-OPERACAO
                               WHEN "A"
                                   MOVE "ALTERACAO" TO W-TXT-OPERACAO
                               WHEN "E"
                                   MOVE "EXCLUSAO" TO W-TXT-OPERACAO
                               WHEN OTHER
                                   MOVE AH-OPERACAO
                                       TO W-TXT-OPERACAO
                           END-EVALUATE
                           MOVE SPACES TO REL-LINHA
                           STRING "   " AH-HORA " "
                               W-TXT-OPERACAO " " AH-APELIDO
                               " (" AH-OPERADOR ")"
                               DELIMITED BY SIZE INTO REL-LINHA
                           END-STRING
                           WRITE REL-LINHA
                           IF AH-OPERACAO = "A"
                               PERFORM CAMPOS-AMIGO
                           END-IF
                           MOVE AH-OPERADOR TO W-NOME-OPER
                           MOVE 5 TO W-COL-OPER
                           PERFORM ACUMULA-OPERADOR
                               THRU ACUMULA-OPERADOR-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AMIGO-HIST.
           IF W-TOT-AMIGOS = ZEROS
               MOVE "   (SEM MOVIMENTO)" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       SECAO-AMIGOS-FIM.
           WRITE REL-LINHA FROM WS-TRACO.

       CAMPOS-AMIGO.
           MOVE SPACES TO W-CAMPOS.
           MOVE 1 TO W-PTR.
           IF AH-A-NOME NOT = AH-D-NOME
               STRING "NOME " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AH-A-EMAIL NOT = AH-D-EMAIL
               STRING "EMAIL " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AH-A-CEP-AMIGO NOT = AH-D-CEP-AMIGO
                   OR AH-A-NUMERO-END NOT = AH-D-NUMERO-END
               STRING "ENDERECO " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AH-A-SEXO NOT = AH-D-SEXO
               STRING "SEXO " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AH-A-GENERO NOT = AH-D-GENERO
               STRING "GENERO " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF AH-A-TPAMIGO NOT = AH-D-TPAMIGO
               STRING "TIPO " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "      CAMPOS: " W-CAMPOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      * -----------------------------------
      * MANUTENCAO DO CADASTRO DE OPERADORES DO DIA. MUDANCA DE
      * NIVEL SAI COM O NIVEL DE ANTES E O DE DEPOIS.
       SECAO-OPER-CAD.
           MOVE "CADASTRO DE OPERADORES:" TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT OPER-HIST.
           IF OH-STAT NOT = "00"
               MOVE "   (SEM MOVIMENTO)" TO REL-LINHA
               WRITE REL-LINHA
               GO TO SECAO-OPER-CAD-FIM
           END-IF.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL W-EOF = "S"
               READ OPER-HIST
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF OH-DATA = W-DATA-HOJE
                           ADD 1 TO W-TOT-OPER
                           EVALUATE OH-OPERACAO
                               WHEN "I"
                                   MOVE "INCLUSAO" TO W-TXT-OPERACAO
                               WHEN "A"
                                   MOVE "ALTERACAO" TO W-TXT-OPERACAO
                               WHEN "E"
                                   MOVE "EXCLUSAO" TO W-TXT-OPERACAO
                               WHEN "D"
                                   MOVE "DESBLOQUEIO"
                                       TO W-TXT-OPERACAO
                               WHEN OTHER
                                   MOVE OH-OPERACAO
                                       TO W-TXT-OPERACAO
                           END-EVALUATE
                           MOVE SPACES TO REL-LINHA
                           STRING "   " OH-HORA " "
                               W-TXT-OPERACAO " " OH-CODIGO
                               " (" OH-OPERADOR ")"
                               DELIMITED BY SIZE INTO REL-LINHA
                           END-STRING
                           WRITE REL-LINHA
                           IF OH-OPERACAO = "A"
                               PERFORM CAMPOS-OPER
                           END-IF
                           MOVE OH-OPERADOR TO W-NOME-OPER
                           MOVE 5 TO W-COL-OPER
                           PERFORM ACUMULA-OPERADOR
                               THRU ACUMULA-OPERADOR-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPER-HIST.
           IF W-TOT-OPER = ZEROS
               MOVE "   (SEM MOVIMENTO)" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
       SECAO-OPER-CAD-FIM.
           WRITE REL-LINHA FROM WS-TRACO.

       CAMPOS-OPER.
           MOVE SPACES TO W-CAMPOS.
           MOVE 1 TO W-PTR.
           IF OH-A-NOME NOT = OH-D-NOME
               STRING "NOME " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF OH-A-NIVEL NOT = OH-D-NIVEL
               STRING "NIVEL " OH-A-NIVEL " -> " OH-D-NIVEL " "
                   DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF OH-A-DATA-EXPIRA NOT = OH-D-DATA-EXPIRA
               STRING "VALIDADE " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           IF OH-SENHA-TROCADA = "S"
               STRING "SENHA " DELIMITED BY SIZE
                   INTO W-CAMPOS WITH POINTER W-PTR
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "      CAMPOS: " W-CAMPOS
               DELIMITED BY SIZE INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

      * -----------------------------------
      * CONTATOS DO DIARIO DE AMIGOS DO DIA.
       SECAO-CONTATOS.
               MOVE TO-VEIC(IND-OP) TO WS-O-VEIC
               MOVE TO-TRANSF(IND-OP) TO WS-O-TRANSF
               MOVE TO-SESSOES(IND-OP) TO WS-O-SESSOES
               MOVE TO-CADASTROS(IND-OP) TO WS-O-CADASTROS
               WRITE REL-LINHA FROM WS-LINHA-OPER
           END-PERFORM.
           WRITE REL-LINHA FROM WS-SEPARADOR.
           MOVE W-TOT-SESSOES TO WS-LOG-SESSOES.
           MOVE WS-LOG-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE W-TOT-AMIGOS TO WS-LC-AMIGOS.
           MOVE W-TOT-OPER TO WS-LC-OPER.
           WRITE REL-LINHA FROM WS-LINHA-CADASTROS.

      * -----------------------------------
      * ACUMULA O EVENTO NO OPERADOR (W-NOME-OPER), NA COLUNA
      * INDICADA POR W-COL-OPER: 1=CEPS 2=VEICULOS 3=TRANSFERENCIAS
      * 4=SESSOES 5=CADASTROS. OPERADOR NOVO ENTRA NA TABELA ATE O
      * LIMITE.
       ACUMULA-OPERADOR.
           IF W-NOME-OPER = SPACES
               MOVE "(SEM OPERADOR)" TO W-NOME-OPER
               MOVE ZEROS TO TO-VEIC(W-IND-ACHADO)
               MOVE ZEROS TO TO-TRANSF(W-IND-ACHADO)
               MOVE ZEROS TO TO-SESSOES(W-IND-ACHADO)
               MOVE ZEROS TO TO-CADASTROS(W-IND-ACHADO)
           END-IF.
           EVALUATE W-COL-OPER
               WHEN 1
                   ADD 1 TO TO-TRANSF(W-IND-ACHADO)
               WHEN 4
                   ADD 1 TO TO-SESSOES(W-IND-ACHADO)
               WHEN 5
                   ADD 1 TO TO-CADASTROS(W-IND-ACHADO)
           END-EVALUATE.
       ACUMULA-OPERADOR-FIM.
           EXIT.
