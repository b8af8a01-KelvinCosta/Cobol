      * AQUI ENTRA COM EXPIRACAO ZERADA, O QUE OBRIGA O OPERADOR A
      * TROCA-LA NA PROXIMA ASSINATURA; A OPCAO 6 DESBLOQUEIA UM
      * CODIGO TRAVADO POR EXCESSO DE TENTATIVAS.
      * TODA INCLUSAO, ALTERACAO, EXCLUSAO E DESBLOQUEIO GRAVA EM
      * OPER_HIST.DAT A IMAGEM ANTES/DEPOIS (NOME, NIVEL, EXPIRACAO,
      * FALHAS E BLOQUEIO), COM DATA, HORA E O SUPERVISOR QUE FEZ. A
      * SENHA NUNCA VAI PARA O HISTORICO: SO A MARCA DE QUE FOI
      * TROCADA (RESET). CONSULTA NO CONSAUD, RESUMO DO DIA NO RELDIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS OP-CODIGO
              FILE STATUS  IS OP-STAT.
           SELECT OPER-HIST ASSIGN TO DISK
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS  IS OH-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE
           05 OP-BLOQUEADO PIC X(01).
               88 OP-ESTA-BLOQUEADO VALUE "S".

      * HISTORICO DE MANUTENCAO: OPERACAO I=INCLUSAO A=ALTERACAO
      * E=EXCLUSAO D=DESBLOQUEIO; NA INCLUSAO A IMAGEM ANTES VAI EM
      * BRANCO, NA EXCLUSAO A IMAGEM DEPOIS.
       FD OPER-HIST
           LABEL RECORDS IS STANDARD
           VALUE OF FILE-ID IS "oper_hist.dat".
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

       WORKING-STORAGE SECTION.
       77 OP-STAT PIC X(02) VALUE "00".
       77 OPCAO PIC 9 VALUE ZEROS.
       77 W-CONFIRMA PIC X VALUE "N".
       77 W-TOTAL PIC 9(04) VALUE ZEROS.

      * IMAGEM DO OPERADOR COMO LIDO, PARA O HISTORICO.
       77 OH-STAT PIC X(02) VALUE "00".
       77 W-HIST-OPERACAO PIC X(01) VALUE SPACES.
       01 W-OPER-ANTES.
           05 W-OA-CODIGO PIC 9(04).
           05 W-OA-NOME PIC X(20).
           05 W-OA-SENHA PIC X(08).
           05 W-OA-NIVEL PIC 9(01).
           05 W-OA-DATA-EXPIRA PIC 9(08).
           05 W-OA-FALHAS PIC 9(02).
           05 W-OA-BLOQUEADO PIC X(01).

       LINKAGE SECTION.
       01 SESSAO-OPERADOR.
           05 SES-CODIGO PIC 9(04).
                 DISPLAY "CODIGO JA CADASTRADO"
              NOT INVALID KEY
                 DISPLAY "OPERADOR GRAVADO"
                 MOVE SPACES TO W-OPER-ANTES
                 MOVE "I" TO W-HIST-OPERACAO
                 PERFORM GRAVA-HIST-OPER
           END-WRITE.

      * -----------------------------------
              INVALID KEY
                 DISPLAY "OPERADOR NAO ENCONTRADO"
              NOT INVALID KEY
                 MOVE OPER-REC TO W-OPER-ANTES
                 DISPLAY "NOME ATUAL  : " OP-NOME
                 DISPLAY "NIVEL ATUAL : " OP-NIVEL
                 DISPLAY "NOVO NOME :-> "
                 MOVE ZEROS TO OP-FALHAS
                 REWRITE OPER-REC
                 DISPLAY "OPERADOR ALTERADO"
                 MOVE "A" TO W-HIST-OPERACAO
                 PERFORM GRAVA-HIST-OPER
           END-READ.

      * -----------------------------------
                 DISPLAY "CONFIRMA EXCLUSAO (S/N) :-> "
                 ACCEPT W-CONFIRMA
                 IF W-CONFIRMA = "S" OR "s"
                    MOVE OPER-REC TO W-OPER-ANTES
                    DELETE OPER-FILE RECORD
                    DISPLAY "OPERADOR EXCLUIDO"
                    MOVE "E" TO W-HIST-OPERACAO
                    PERFORM GRAVA-HIST-OPER
                 ELSE
                    DISPLAY "EXCLUSAO CANCELADA"
                 END-IF
                 IF NOT OP-ESTA-BLOQUEADO
                    DISPLAY "OPERADOR NAO ESTA BLOQUEADO"
                 ELSE
                    MOVE OPER-REC TO W-OPER-ANTES
                    MOVE "N" TO OP-BLOQUEADO
                    MOVE ZEROS TO OP-FALHAS
                    REWRITE OPER-REC
                    DISPLAY "OPERADOR DESBLOQUEADO"
                    MOVE "D" TO W-HIST-OPERACAO
                    PERFORM GRAVA-HIST-OPER
                 END-IF
           END-READ.

      * -----------------------------------
      * ACRESCENTA NO FIM DE OPER_HIST.DAT O EVENTO DE W-HIST-OPERACAO
      * COM A IMAGEM ANTES (W-OPER-ANTES, EM BRANCO NA INCLUSAO) E A
      * DEPOIS (OPER-REC, EM BRANCO NA EXCLUSAO), SEM AS SENHAS.
       GRAVA-HIST-OPER.
           OPEN EXTEND OPER-HIST.
           IF OH-STAT NOT = "00"
              OPEN OUTPUT OPER-HIST
              CLOSE OPER-HIST
              OPEN EXTEND OPER-HIST
           END-IF.
           ACCEPT OH-DATA FROM DATE YYYYMMDD.
           ACCEPT OH-HORA FROM TIME.
           MOVE W-HIST-OPERACAO TO OH-OPERACAO.
           MOVE SPACES TO OH-ANTES OH-DEPOIS.
           MOVE "N" TO OH-SENHA-TROCADA.
           IF W-HIST-OPERACAO NOT = "I"
              MOVE W-OA-CODIGO TO OH-CODIGO
              MOVE W-OA-NOME TO OH-A-NOME
              MOVE W-OA-NIVEL TO OH-A-NIVEL
              MOVE W-OA-DATA-EXPIRA TO OH-A-DATA-EXPIRA
              MOVE W-OA-FALHAS TO OH-A-FALHAS
              MOVE W-OA-BLOQUEADO TO OH-A-BLOQUEADO
           END-IF.
           IF W-HIST-OPERACAO NOT = "E"
              MOVE OP-CODIGO TO OH-CODIGO
              MOVE OP-NOME TO OH-D-NOME
              MOVE OP-NIVEL TO OH-D-NIVEL
              MOVE OP-DATA-EXPIRA TO OH-D-DATA-EXPIRA
              MOVE OP-FALHAS TO OH-D-FALHAS
              MOVE OP-BLOQUEADO TO OH-D-BLOQUEADO
           END-IF.
           IF W-HIST-OPERACAO = "I"
              MOVE "S" TO OH-SENHA-TROCADA
           END-IF.
           IF W-HIST-OPERACAO = "A" AND OP-SENHA NOT = W-OA-SENHA
              MOVE "S" TO OH-SENHA-TROCADA
           END-IF.
           MOVE SES-NOME TO OH-OPERADOR.
           WRITE OPER-HIST-REC.
           CLOSE OPER-HIST.
