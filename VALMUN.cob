       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALMUN.
      * VALIDACAO DA CIDADE DE UM CEP CONTRA O CADASTRO DE MUNICIPIOS
      * DO IBGE (MUNICIP.DAT, CARREGADO PELO CARGMUN), CHAMADA PELO
      * CEPS NA INCLUSAO/ALTERACAO, PELO CARGCEP, PELO ATUCEP E PELO
      * EXPCEP. O CHAMADOR INFORMA A UF EM MV-UF E A CIDADE COMO
      * DIGITADA EM MV-CIDADE E RECEBE DE VOLTA:
      *  - MV-OK: "S" SE O MUNICIPIO EXISTE NA UF, "N" SE NAO EXISTE
      *    E "I" SE O CADASTRO DE MUNICIPIOS NAO PODE SER ABERTO
      *    (AINDA NAO CARREGADO);
      *  - MV-CODIGO: O CODIGO IBGE DO MUNICIPIO (ZEROS SE NAO ACHOU);
      *  - MV-NOME: O NOME NA FORMA GRAVADA EM FS-CIDADE (MAIUSCULAS,
      *    SEM ACENTO, 20 POSICOES), PARA O CHAMADOR GRAVAR SEMPRE A
      *    GRAFIA OFICIAL.
      * A CIDADE DIGITADA PASSA PELA MESMA NORMALIZACAO DA CARGA
      * (MAIUSCULAS E SEM ACENTO), ENTAO "Sao Paulo" E "SAO PAULO"
      * ACHAM O MESMO MUNICIPIO. A COMPARACAO E PELAS 20 PRIMEIRAS
      * POSICOES DO NOME OFICIAL, QUE E O QUE CABE EM FS-CIDADE.
      * O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, COMO NO TABPARAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUN-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS MN-STAT
               RECORD KEY IS MN-CODIGO
               ALTERNATE RECORD KEY IS MN-CHAVE-CIDADE WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD MUN-FILE VALUE OF FILE-ID IS "municip.dat".
       01 MUN-REC.
           05 MN-CODIGO PIC 9(07).
           05 MN-CHAVE-CIDADE.
               10 MN-UF PIC X(02).
               10 MN-NOME-CEP PIC X(20).
           05 MN-NOME PIC X(40).
           05 FILLER PIC X(11).

       WORKING-STORAGE SECTION.
       77 MN-STAT PIC X(02) VALUE "00".
       77 W-CIDADE PIC X(20) VALUE SPACES.

      * LETRAS ACENTUADAS (LATIN-1, MINUSCULAS E MAIUSCULAS) E A
      * LETRA SEM ACENTO CORRESPONDENTE, NA MESMA ORDEM.
       01 W-ACENTUADAS.
           05 FILLER PIC X(24) VALUE
               X"E0E1E2E3E4E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFC".
           05 FILLER PIC X(24) VALUE
               X"C0C1C2C3C4C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDC".
       01 W-SEM-ACENTO PIC X(48) VALUE
           "AAAAACEEEEIIIINOOOOOUUUUAAAAACEEEEIIIINOOOOOUUUU".

       LINKAGE SECTION.
       01 MUN-VALIDACAO.
           05 MV-UF PIC X(02).
           05 MV-CIDADE PIC X(20).
           05 MV-CODIGO PIC 9(07).
           05 MV-NOME PIC X(20).
           05 MV-OK PIC X(01).

       PROCEDURE DIVISION USING MUN-VALIDACAO.
       INICIO.
           MOVE ZEROS TO MV-CODIGO.
           MOVE SPACES TO MV-NOME.
           MOVE "N" TO MV-OK.
           MOVE MV-CIDADE TO W-CIDADE.
           INSPECT W-CIDADE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT W-CIDADE CONVERTING W-ACENTUADAS TO W-SEM-ACENTO.
           OPEN INPUT MUN-FILE.
           IF MN-STAT NOT = "00"
               MOVE "I" TO MV-OK
               GO TO FIM-VALMUN
           END-IF.
           MOVE MV-UF TO MN-UF.
           MOVE W-CIDADE TO MN-NOME-CEP.
           READ MUN-FILE KEY IS MN-CHAVE-CIDADE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO MV-OK
                   MOVE MN-CODIGO TO MV-CODIGO
                   MOVE MN-NOME-CEP TO MV-NOME
           END-READ.
           CLOSE MUN-FILE.
       FIM-VALMUN.
           GOBACK.
