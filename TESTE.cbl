      ********************************************************
      * MANUTENCAO DO CADASTRO DE AMIGOS   *
      ********************************************************
      * TODA INCLUSAO, ALTERACAO E EXCLUSAO GRAVA EM AMIGO_HIST.DAT
      * A IMAGEM ANTES/DEPOIS DO REGISTRO, COM DATA, HORA E OPERADOR,
      * NOS MOLDES DO CEPS_HIST.DAT (CONSULTA NO CONSAUD, RESUMO DO
      * DIA NO RELDIA). O REGISTRO DE CONTATO NAO E EDICAO DE
      * CADASTRO E FICA SO NO DIARIO CONTATOS.DAT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                      ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT AMIGO-HIST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS  IS AH-STAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 CJ-CANAL      PIC X(01).
          03 CJ-NOTA       PIC X(40).
      *
      *------[ HISTORICO DE MANUTENCAO: IMAGEM ANTES/DEPOIS ]----------
      * OPERACAO I=INCLUSAO A=ALTERACAO E=EXCLUSAO; NA INCLUSAO A
      * IMAGEM ANTES VAI EM BRANCO, NA EXCLUSAO A IMAGEM DEPOIS.
       FD AMIGO-HIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "amigo_hist.dat".
       01 REGAMIGO-HIST.
          03 AH-DATA       PIC 9(08).
          03 AH-HORA       PIC 9(08).
          03 AH-OPERACAO   PIC X(01).
          03 AH-APELIDO    PIC X(12).
          03 AH-ANTES      PIC X(97).
          03 AH-DEPOIS     PIC X(97).
          03 AH-OPERADOR   PIC X(20).
      *
      *------[ BASE DE CEPS, PARA VALIDAR O ENDERECO DO AMIGO ]--------
       FD CEP-FILE VALUE OF FILE-ID IS "ceps.dat".
       01 CEP-FILE-REC.
      * ARQUIVO DE PARAMETROS.
       01 TAB-TPAMIGOS.
          03 TA-DOMINIO PIC X(08).
          03 TA-DATA-REF PIC 9(08) VALUE ZEROS.
          03 TA-QTD     PIC 9(02).
          03 TA-ITEM OCCURS 20 TIMES.
             05 TA-CODIGO PIC X(02).

       01 TAB-GENEROS.
          03 TG-DOMINIO PIC X(08).
          03 TG-DATA-REF PIC 9(08) VALUE ZEROS.
          03 TG-QTD     PIC 9(02).
          03 TG-ITEM OCCURS 20 TIMES.
             05 TG-CODIGO PIC X(02).
       01 W-REG-ANTES     PIC X(97) VALUE SPACES.
       01 W-REG-EDIT      PIC X(97) VALUE SPACES.
       77 W-CONFLITO      PIC X(01) VALUE "N".
       77 AH-STAT         PIC X(02) VALUE "00".
       77 W-HIST-OPERACAO PIC X(01) VALUE SPACES.
       01 W-HIST-ANTES    PIC X(97) VALUE SPACES.
       01 TXTGENERO.
          03 TXTGENERO1 PIC X(01) VALUE SPACES.
          03 TXTGENERO2 PIC X(14) VALUE SPACES.
                   GO TO R1.
                WRITE REGAMIGO
                IF ST-ERRO = "00" OR "02"
                      MOVE SPACES TO W-HIST-ANTES
                      MOVE "I" TO W-HIST-OPERACAO
                      PERFORM GRAVA-HIST-AMIGO THRU GRAVA-HIST-AMIGO-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                   GO TO R1.
                DELETE CADAMIGO RECORD
                IF ST-ERRO = "00"
                   MOVE W-REG-ANTES TO W-HIST-ANTES
                   MOVE "E" TO W-HIST-OPERACAO
                   PERFORM GRAVA-HIST-AMIGO THRU GRAVA-HIST-AMIGO-FIM
                   MOVE "*** REGISTRO AMIGO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                   GO TO R1.
                REWRITE REGAMIGO
                IF ST-ERRO = "00" OR "02"
                   MOVE W-REG-ANTES TO W-HIST-ANTES
                   MOVE "A" TO W-HIST-OPERACAO
                   PERFORM GRAVA-HIST-AMIGO THRU GRAVA-HIST-AMIGO-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       CONFERE-CONC-FIM.
           EXIT.

      *----[ HISTORICO DE MANUTENCAO DO CADASTRO ]---------------------
      * ACRESCENTA NO FIM DE AMIGO_HIST.DAT O EVENTO DE W-HIST-OPERACAO
      * COM A IMAGEM ANTES (W-HIST-ANTES) E A DEPOIS (REGAMIGO, EM
      * BRANCO NA EXCLUSAO), CRIANDO O ARQUIVO NA PRIMEIRA VEZ COMO O
      * GRAVA-SIT-HIST DO VEHICLES. ALTERACAO CONFIRMADA SEM NENHUM
      * CAMPO MUDADO NAO GERA EVENTO.
       GRAVA-HIST-AMIGO.
           IF W-HIST-OPERACAO = "A" AND REGAMIGO = W-HIST-ANTES
              GO TO GRAVA-HIST-AMIGO-FIM.
           OPEN EXTEND AMIGO-HIST
           IF AH-STAT NOT = "00"
              OPEN OUTPUT AMIGO-HIST
              CLOSE AMIGO-HIST
              OPEN EXTEND AMIGO-HIST.
           ACCEPT AH-DATA FROM DATE YYYYMMDD
           ACCEPT AH-HORA FROM TIME
           MOVE W-HIST-OPERACAO TO AH-OPERACAO
           MOVE W-HIST-ANTES TO AH-ANTES
           IF W-HIST-OPERACAO = "E"
              MOVE W-HIST-ANTES(1:12) TO AH-APELIDO
              MOVE SPACES TO AH-DEPOIS
           ELSE
              MOVE APELIDO TO AH-APELIDO
              MOVE REGAMIGO TO AH-DEPOIS.
           MOVE SES-NOME TO AH-OPERADOR
           WRITE REGAMIGO-HIST
           CLOSE AMIGO-HIST.
       GRAVA-HIST-AMIGO-FIM.
           EXIT.

      *----[ VALIDACAO DO CEP DO AMIGO CONTRA CEPS.DAT ]---------------
      * MESMA REGRA DO VALIDA-CEP-PROP DO VEHICLES: REJEITA CEP
      * INEXISTENTE E CEP CANCELADO. SEM A BASE DE CEPS, ACEITA O
