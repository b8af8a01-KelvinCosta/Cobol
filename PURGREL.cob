       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGREL.
      * EXPURGO DOS RELATORIOS ARQUIVADOS PELA JANELA NOTURNA. O
      * BATNOITE COPIA CADA .LST DOS PASSOS PARA UM NOME DATADO E O
      * ANOTA EM RELARQ.IDX; ESTE PASSO, O ULTIMO DA CADEIA, VARRE O
      * INDICE E APAGA A COPIA DATADA QUE JA PASSOU DA RETENCAO DO
      * SEU RELATORIO EM RELARQ.CFG (DIAS CORRIDOS DESDE A DATA DA
      * COPIA), REGRAVANDO O INDICE SO COM O QUE FICOU, VIA
      * RELARQ.TMP, COMO O ARQHIST FAZ COM O HISTORICO VIVO.
      * RELATORIO SEM LINHA NO RELARQ.CFG, OU COM RETENCAO ZERO, NAO
      * E APAGADO: SEM REGRA NAO SE JOGA NADA FORA. CADA COPIA
      * APAGADA GANHA UMA LINHA EM PURGREL.LOG E A ULTIMA LINHA E O
      * RESUMO QUE A JANELA NOTURNA COPIA. SEM RELARQ.CFG, NADA E
      * EXPURGADO E O PASSO TERMINA COM AVISO (RC 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELARQ-CFG ASSIGN TO "relarq.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-STAT.
           SELECT RELARQ-IDX ASSIGN TO "relarq.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RX-STAT.
           SELECT RELARQ-TMP ASSIGN TO "relarq.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-STAT.
           SELECT PURG-LOG ASSIGN TO "purgrel.log"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RELARQ-CFG.
       01 RA-REC.
           05 RA-PROGRAMA PIC X(08).
           05 FILLER PIC X(02).
           05 RA-RELATORIO PIC X(20).
           05 FILLER PIC X(02).
           05 RA-RETENCAO PIC 9(04).

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

       FD RELARQ-TMP.
       01 RT-REC PIC X(89).

       FD PURG-LOG.
       01 LOG-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       77 RA-STAT PIC X(02) VALUE "00".
       77 RX-STAT PIC X(02) VALUE "00".
       77 RT-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
           88 FIM-ARQUIVO VALUE "S".
       77 W-TOT-MANTIDOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-EXPURGADOS PIC 9(06) VALUE ZEROS.
       77 W-TOT-SEM-REGRA PIC 9(06) VALUE ZEROS.
       77 W-RETENCAO PIC 9(04) VALUE ZEROS.
       77 W-ACHOU-REGRA PIC X(01) VALUE "N".
       77 W-IDADE PIC 9(08) VALUE ZEROS.
       01 W-NOME-APAGAR PIC X(30) VALUE SPACES.

      * RETENCAO POR RELATORIO, CARREGADA DO RELARQ.CFG.
       01 TAB-RETENCAO.
           05 W-QTD-RET PIC 9(03) VALUE ZEROS.
           05 TR-ITEM OCCURS 50 TIMES.
               10 TR-RELATORIO PIC X(20).
               10 TR-DIAS PIC 9(04).
       77 IND-TR PIC 9(03) VALUE ZEROS.

      * CALENDARIO: DATA DE HOJE E ORDINAL (DIAS CORRIDOS DESDE O ANO
      * ZERO), NA MESMA CONTA DO BATNOITE.
       01 W-DATA-HOJE-G.
           05 W-HJ-ANO PIC 9(04).
           05 W-HJ-MES PIC 9(02).
           05 W-HJ-DIA PIC 9(02).
       01 W-DATA-HOJE REDEFINES W-DATA-HOJE-G PIC 9(08).
       77 W-ORDINAL-HOJE PIC 9(08) VALUE ZEROS.
       01 W-CV-DATA.
           05 W-CV-ANO PIC 9(04).
           05 W-CV-MES PIC 9(02).
           05 W-CV-DIA PIC 9(02).
       77 W-CV-ORDINAL PIC 9(08) VALUE ZEROS.
       77 W-CV-ANO-ANT PIC 9(04) VALUE ZEROS.
       77 W-CV-Q4 PIC 9(04) VALUE ZEROS.
       77 W-CV-Q100 PIC 9(04) VALUE ZEROS.
       77 W-CV-Q400 PIC 9(04) VALUE ZEROS.
       77 W-CV-RESTO PIC 9(04) VALUE ZEROS.
       77 W-CV-BISSEXTO PIC X(01) VALUE "N".
       01 W-TAB-MESES-X.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
           05 W-DIAS-ACUM PIC 9(03) OCCURS 12 TIMES.

       01 W-LOG-EXPURGO.
           05 FILLER PIC X(11) VALUE "EXPURGADO: ".
           05 W-LE-ARQUIVO PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 W-LE-RELATORIO PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 W-LE-DATA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 W-LE-SITUACAO PIC X(20).

       01 W-LOG-RESUMO.
           05 FILLER PIC X(10) VALUE "MANTIDOS:".
           05 W-LR-MANTIDOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  EXPURGADOS:".
           05 W-LR-EXPURGADOS PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  SEM REGRA:".
           05 W-LR-SEM-REGRA PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN OUTPUT PURG-LOG.
           DISPLAY "EXPURGO DOS RELATORIOS ARQUIVADOS".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE TO W-CV-DATA.
           PERFORM CONVERTE-DATA.
           MOVE W-CV-ORDINAL TO W-ORDINAL-HOJE.
           PERFORM LE-RETENCOES THRU LE-RETENCOES-FIM.
           IF RA-STAT NOT = "00"
               DISPLAY "*** RELARQ.CFG NAO ENCONTRADO - NADA "
                   "EXPURGADO ***"
               MOVE "*** RELARQ.CFG NAO ENCONTRADO - NADA EXPURGADO"
                   TO LOG-LINHA
               WRITE LOG-LINHA
               CLOSE PURG-LOG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RELARQ-IDX.
           IF RX-STAT NOT = "00"
               DISPLAY "NENHUM RELATORIO ARQUIVADO AINDA"
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT RELARQ-TMP.
      * -------[ 1a PASSADA: APAGA OS VENCIDOS, SEPARA OS QUE FICAM ]--
           PERFORM UNTIL FIM-ARQUIVO
               READ RELARQ-IDX
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       PERFORM AVALIA-ENTRADA THRU AVALIA-ENTRADA-FIM
               END-READ
           END-PERFORM.
           CLOSE RELARQ-IDX RELARQ-TMP.
      * -------[ 2a PASSADA: REGRAVA O INDICE ]------------------------
           OPEN INPUT RELARQ-TMP.
           OPEN OUTPUT RELARQ-IDX.
           MOVE "N" TO W-EOF.
           PERFORM UNTIL FIM-ARQUIVO
               READ RELARQ-TMP
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       WRITE RX-REC FROM RT-REC
               END-READ
           END-PERFORM.
           CLOSE RELARQ-TMP RELARQ-IDX.
       ROT-FIM.
           DISPLAY "---------------------------------------".
           DISPLAY "COPIAS MANTIDAS.................: " W-TOT-MANTIDOS.
           DISPLAY "COPIAS EXPURGADAS...............: "
               W-TOT-EXPURGADOS.
           DISPLAY "  DAS MANTIDAS, SEM REGRA.......: "
               W-TOT-SEM-REGRA.
           MOVE W-TOT-MANTIDOS TO W-LR-MANTIDOS.
           MOVE W-TOT-EXPURGADOS TO W-LR-EXPURGADOS.
           MOVE W-TOT-SEM-REGRA TO W-LR-SEM-REGRA.
           WRITE LOG-LINHA FROM W-LOG-RESUMO.
           CLOSE PURG-LOG.
           MOVE ZEROS TO RETURN-CODE.
           GOBACK.

      * -----------------------------------
      * DECIDE UMA ENTRADA DO INDICE: SEM REGRA (OU RETENCAO ZERO, OU
      * DATA ILEGIVEL) FICA; COM IDADE EM DIAS ACIMA DA RETENCAO, A
      * COPIA DATADA E APAGADA E A ENTRADA SAI DO INDICE. COPIA QUE
      * JA NAO EXISTE NO DISCO TAMBEM SAI - SO FICA A NOTA NO LOG.
       AVALIA-ENTRADA.
           PERFORM BUSCA-RETENCAO.
           IF W-ACHOU-REGRA = "N" OR W-RETENCAO = ZEROS
                   OR RX-DATA NOT NUMERIC
               ADD 1 TO W-TOT-SEM-REGRA
               GO TO AVALIA-ENTRADA-MANTEM
           END-IF.
           MOVE RX-DATA TO W-CV-DATA.
           IF W-CV-MES < 1 OR W-CV-MES > 12
               ADD 1 TO W-TOT-SEM-REGRA
               GO TO AVALIA-ENTRADA-MANTEM
           END-IF.
           PERFORM CONVERTE-DATA.
           MOVE ZEROS TO W-IDADE.
           IF W-ORDINAL-HOJE > W-CV-ORDINAL
               COMPUTE W-IDADE = W-ORDINAL-HOJE - W-CV-ORDINAL
           END-IF.
           IF W-IDADE <= W-RETENCAO
               GO TO AVALIA-ENTRADA-MANTEM
           END-IF.
           MOVE RX-ARQUIVO TO W-NOME-APAGAR.
           CALL "CBL_DELETE_FILE" USING W-NOME-APAGAR.
           MOVE RX-ARQUIVO TO W-LE-ARQUIVO.
           MOVE RX-RELATORIO TO W-LE-RELATORIO.
           MOVE RX-DATA TO W-LE-DATA.
           IF RETURN-CODE = ZEROS
               MOVE "APAGADO" TO W-LE-SITUACAO
           ELSE
               MOVE "JA AUSENTE DO DISCO" TO W-LE-SITUACAO
           END-IF.
           WRITE LOG-LINHA FROM W-LOG-EXPURGO.
           ADD 1 TO W-TOT-EXPURGADOS.
           GO TO AVALIA-ENTRADA-FIM.
       AVALIA-ENTRADA-MANTEM.
           WRITE RT-REC FROM RX-REC.
           ADD 1 TO W-TOT-MANTIDOS.
       AVALIA-ENTRADA-FIM.
           EXIT.

      * -----------------------------------
      * PROCURA A RETENCAO DO RELATORIO DA ENTRADA CORRENTE.
       BUSCA-RETENCAO.
           MOVE "N" TO W-ACHOU-REGRA.
           MOVE ZEROS TO W-RETENCAO.
           PERFORM VARYING IND-TR FROM 1 BY 1
                   UNTIL IND-TR > W-QTD-RET OR W-ACHOU-REGRA = "S"
               IF TR-RELATORIO(IND-TR) = RX-RELATORIO
                   MOVE TR-DIAS(IND-TR) TO W-RETENCAO
                   MOVE "S" TO W-ACHOU-REGRA
               END-IF
           END-PERFORM.

      * -----------------------------------
      * CARREGA DO RELARQ.CFG A RETENCAO DE CADA RELATORIO (RETENCAO
      * ILEGIVEL VALE ZERO, ISTO E, SEM EXPURGO).
       LE-RETENCOES.
           MOVE ZEROS TO W-QTD-RET.
           OPEN INPUT RELARQ-CFG.
           IF RA-STAT NOT = "00"
               GO TO LE-RETENCOES-FIM
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ RELARQ-CFG
                   AT END
                       MOVE "S" TO W-EOF
                   NOT AT END
                       IF RA-RELATORIO NOT = SPACES
                               AND W-QTD-RET < 50
                           ADD 1 TO W-QTD-RET
                           MOVE RA-RELATORIO
                               TO TR-RELATORIO(W-QTD-RET)
                           IF RA-RETENCAO NUMERIC
                               MOVE RA-RETENCAO TO TR-DIAS(W-QTD-RET)
                           ELSE
                               MOVE ZEROS TO TR-DIAS(W-QTD-RET)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELARQ-CFG.
           MOVE "N" TO W-EOF.
       LE-RETENCOES-FIM.
           EXIT.

      * -----------------------------------
      * CONVERTE W-CV-DATA (AAAAMMDD) EM DIAS CORRIDOS DESDE O ANO
      * ZERO, COMO NO BATNOITE (BISSEXTOS E MESES DE 28/30/31 DIAS).
       CONVERTE-DATA.
           COMPUTE W-CV-ANO-ANT = W-CV-ANO - 1.
           DIVIDE W-CV-ANO-ANT BY 4 GIVING W-CV-Q4.
           DIVIDE W-CV-ANO-ANT BY 100 GIVING W-CV-Q100.
           DIVIDE W-CV-ANO-ANT BY 400 GIVING W-CV-Q400.
           COMPUTE W-CV-ORDINAL = (W-CV-ANO-ANT * 365)
               + W-CV-Q4 - W-CV-Q100 + W-CV-Q400
               + W-DIAS-ACUM(W-CV-MES) + W-CV-DIA.
           MOVE "N" TO W-CV-BISSEXTO.
           DIVIDE W-CV-ANO BY 4 GIVING W-CV-Q4
               REMAINDER W-CV-RESTO.
           IF W-CV-RESTO = ZEROS
               MOVE "S" TO W-CV-BISSEXTO
               DIVIDE W-CV-ANO BY 100 GIVING W-CV-Q100
                   REMAINDER W-CV-RESTO
               IF W-CV-RESTO = ZEROS
                   MOVE "N" TO W-CV-BISSEXTO
                   DIVIDE W-CV-ANO BY 400 GIVING W-CV-Q400
                       REMAINDER W-CV-RESTO
                   IF W-CV-RESTO = ZEROS
                       MOVE "S" TO W-CV-BISSEXTO
                   END-IF
               END-IF
           END-IF.
           IF W-CV-BISSEXTO = "S" AND W-CV-MES > 2
               ADD 1 TO W-CV-ORDINAL
           END-IF.
