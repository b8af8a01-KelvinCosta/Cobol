      * MESMO LAYOUT DO HISTORICO E CONTINUA LEGIVEL PELO CONSHIST
      * (QUE ACEITA O NOME DO ARQUIVO NA ENTRADA). NO FIM MOSTRA O
      * RESUMO: MANTIDOS, ARQUIVADOS E ARQUIVADOS POR OPERACAO.
      * CADA ARQUIVO MORTO NOVO GANHA UMA LINHA EM CEPHIST.IDX (NOME E
      * DATA DE CORTE), DE ONDE O FOTOCEP TIRA OS ARQUIVOS A LER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS CG-STAT.
           SELECT ARQ-LOG ASSIGN TO "arqhist.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDX-FILE ASSIGN TO "cephist.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IX-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD CEP-HIST VALUE OF FILE-ID IS "ceps_hist.dat".
       FD ARQ-LOG.
       01 LOG-LINHA PIC X(100).

      * INDICE DOS ARQUIVOS MORTOS: NOME E DATA DE CORTE (O ARQUIVO
      * SO TEM EVENTOS ANTERIORES A ELA).
       FD IDX-FILE.
       01 IDX-REC.
           05 IX-NOME PIC X(30).
           05 FILLER PIC X(01).
           05 IX-CORTE PIC 9(08).

       WORKING-STORAGE SECTION.
       77 CH-STAT PIC 9(02) VALUE ZEROS.
       77 AR-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 CG-STAT PIC X(02) VALUE "00".
       77 IX-STAT PIC X(02) VALUE "00".

       01 W-LOG-CORTE.
           05 FILLER PIC X(15) VALUE "DATA DE CORTE:".
               OPEN OUTPUT ARQV-FILE
               CLOSE ARQV-FILE
               OPEN EXTEND ARQV-FILE
               PERFORM GRAVA-INDICE
           END-IF.
           OPEN OUTPUT TEMP-FILE.
      * -------[ 1a PASSADA: SEPARA ANTIGOS E RECENTES ]-------------
               CLOSE ARQ-CFG
           END-IF.

      * -----------------------------------
      * ARQUIVO MORTO NOVO ENTRA NO INDICE; NA REEXECUCAO DO MESMO DIA
      * O ARQUIVO JA EXISTE, RECEBE OS EVENTOS EM EXTEND E NAO REPETE
      * A LINHA.
       GRAVA-INDICE.
           OPEN EXTEND IDX-FILE.
           IF IX-STAT NOT = "00"
               OPEN OUTPUT IDX-FILE
           END-IF.
           MOVE SPACES TO IDX-REC.
           MOVE W-NOME-ARQUIVO TO IX-NOME.
           MOVE W-DATA-CORTE TO IX-CORTE.
           WRITE IDX-REC.
           CLOSE IDX-FILE.

      * -----------------------------------
      * DATA DE CORTE = HOJE MENOS OS MESES DE RETENCAO, MESMO DIA.
       CALCULA-CORTE.
