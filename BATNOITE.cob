      * EXECUTADO, COM DATA/HORA E SITUACAO, E A LINHA DE RESUMO DO
      * LOG DO PROPRIO PASSO, PARA A CONFERENCIA DA MANHA SER UM
      * ARQUIVO SO. NA PRIMEIRA EXECUCAO, SEM CFG, GRAVA A CADEIA
      * PADRAO: BKPMAST, REORGIX (MENSAL, DIA 1), CARGCEP, RECONCEP,
      * ARQHIST (MENSAL, DIA 1), RETCEP, EXPCEP, DUPCEP (SEMANAL,
      * SEGUNDA), AUDINTEG, RELCEP, CARGFIPE E EXPSEG (MENSAIS, DIA
      * 1), RETSEG, RELSEGUR, RECONDET (SEMANAL, SEGUNDA), CARGFER
      * (MENSAL, DIA 1), BAIXAGD, RELCOBR, RELMULTA, RELINSP,
      * ESTATMES, RELTEND E RELFIPE (MENSAIS, DIA 1), O RELDIA E,
      * FECHANDO O DIA, O EXPURGO DOS RELATORIOS VENCIDOS (PURGREL).
      * ARQUIVO DE RELATORIOS: OS .LST SAO REGRAVADOS TODA NOITE,
      * ENTAO, DEPOIS DE CADA PASSO TERMINADO COM RC ATE 4, CADA
      * RELATORIO DAQUELE PASSO LISTADO EM RELARQ.CFG (PROGRAMA,
      * RELATORIO E DIAS DE RETENCAO) E COPIADO PARA UM NOME DATADO
      * (RELCEP.LST -> RELCEP_AAAAMMDD.LST) E ANOTADO NO INDICE
      * RELARQ.IDX COM DATA, PASSO, RELATORIO, ARQUIVO DATADO,
      * PAGINAS, LINHAS E O RETURN-CODE DO PASSO. O PURGREL APAGA O
      * QUE PASSOU DA RETENCAO E A OPCAO R DO MENU (CONSREL) CONSULTA
      * O ARQUIVO. SEM RELARQ.CFG, GRAVA O PADRAO: DIARIOS 60 DIAS,
      * SEMANAIS 1 ANO, MENSAIS 2 ANOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSO-LOG ASSIGN TO DYNAMIC W-NOME-LOG-PASSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PL-STAT.
           SELECT RELARQ-CFG ASSIGN TO "relarq.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-STAT.
           SELECT RELARQ-IDX ASSIGN TO "relarq.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RX-STAT.
           SELECT REL-ORIGEM ASSIGN TO DYNAMIC W-NOME-REL-ORIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-STAT.
           SELECT REL-DATADO ASSIGN TO DYNAMIC W-NOME-REL-DATADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-STAT.
           SELECT RELARQ-TMP ASSIGN TO "relarq.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD CFG-FILE.
       FD PASSO-LOG.
       01 PASSO-LINHA PIC X(100).

      * RELATORIOS DE CADA PASSO E QUANTOS DIAS FICAM ARQUIVADOS
      * (ZERO = SEM EXPURGO). O MESMO PASSO PODE TER VARIAS LINHAS.
       FD RELARQ-CFG.
       01 RA-REC.
           05 RA-PROGRAMA PIC X(08).
           05 FILLER PIC X(02).
           05 RA-RELATORIO PIC X(20).
           05 FILLER PIC X(02).
           05 RA-RETENCAO PIC 9(04).

      * INDICE DOS RELATORIOS ARQUIVADOS, UMA LINHA POR COPIA DATADA.
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

       FD REL-ORIGEM.
       01 RO-LINHA PIC X(132).

       FD REL-DATADO.
       01 RD-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       77 CF-STAT PIC X(02) VALUE "00".
       77 CT-STAT PIC X(02) VALUE "00".
       77 PL-STAT PIC X(02) VALUE "00".
       77 RA-STAT PIC X(02) VALUE "00".
       77 RX-STAT PIC X(02) VALUE "00".
       77 RO-STAT PIC X(02) VALUE "00".
       77 RD-STAT PIC X(02) VALUE "00".
       77 RT-STAT PIC X(02) VALUE "00".
       77 W-EOF-CFG PIC X VALUE "N".
       77 W-EOF-CTL PIC X VALUE "N".
       77 W-EOF-PASSO PIC X VALUE "N".
       77 W-DEVE-RODAR PIC X VALUE "S".
       01 W-NOME-LOG-PASSO PIC X(20) VALUE SPACES.

      * RELATORIOS POR PASSO, CARREGADOS DO RELARQ.CFG NA ENTRADA.
       01 TAB-RELATORIOS.
           05 W-QTD-REL PIC 9(03) VALUE ZEROS.
           05 TR-ITEM OCCURS 50 TIMES.
               10 TR-PROGRAMA PIC X(08).
               10 TR-RELATORIO PIC X(20).
       77 IND-TR PIC 9(03) VALUE ZEROS.
       77 W-EOF-RA PIC X VALUE "N".
       77 W-EOF-REL PIC X VALUE "N".
       77 W-TOT-ARQUIVADOS PIC 9(03) VALUE ZEROS.
       01 W-NOME-REL-ORIG PIC X(30) VALUE SPACES.
       01 W-NOME-REL-DATADO PIC X(30) VALUE SPACES.
       77 W-REL-BASE PIC X(20) VALUE SPACES.
       77 W-REL-EXT PIC X(10) VALUE SPACES.
       77 W-REL-LINHAS PIC 9(07) VALUE ZEROS.
       77 W-REL-PAGINAS PIC 9(05) VALUE ZEROS.
       77 W-EOF-IDX PIC X VALUE "N".
       01 W-NOVA-ENTRADA PIC X(89) VALUE SPACES.

      * TABELA DA ULTIMA EXECUCAO POR PASSO, CARREGADA DO CTL NA
      * ENTRADA E REGRAVADA NA SAIDA.
       01 TAB-ULTIMAS.
           05 FILLER PIC X(10) VALUE "  RESUMO: ".
           05 W-LR-TEXTO PIC X(80).

       01 W-LOG-ARQUIVO.
           05 FILLER PIC X(13) VALUE "  ARQUIVADO: ".
           05 W-LA-RELATORIO PIC X(20).
           05 FILLER PIC X(04) VALUE " -> ".
           05 W-LA-ARQUIVO PIC X(30).
           05 FILLER PIC X(01) VALUE SPACES.
           05 W-LA-PAGINAS PIC ZZZZ9.
           05 FILLER PIC X(05) VALUE " PAG.".
           05 W-LA-LINHAS PIC Z(06)9.
           05 FILLER PIC X(04) VALUE " LIN".

       01 W-LOG-SEM-REL.
           05 FILLER PIC X(24) VALUE "  RELATORIO NAO GERADO: ".
           05 W-LS-RELATORIO PIC X(20).

       01 W-LOG-FECHO.
           05 FILLER PIC X(12) VALUE "EXECUTADOS:".
           05 W-LF-EXEC PIC ZZ9.
           05 W-LF-PULADOS PIC ZZ9.
           05 FILLER PIC X(12) VALUE "  ATRASADOS:".
           05 W-LF-ATRASADOS PIC ZZ9.
           05 FILLER PIC X(17) VALUE "  REL.ARQUIVADOS:".
           05 W-LF-ARQUIVADOS PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           COMPUTE W-DS-RESTO = W-ORDINAL-HOJE - 1
               - (W-DS-QUOC * 7).
           COMPUTE W-DIA-SEMANA = W-DS-RESTO + 1.
           PERFORM LE-ULTIMAS THRU LE-ULTIMAS-FIM.
           PERFORM LE-RELATORIOS THRU LE-RELATORIOS-FIM.
           OPEN INPUT CFG-FILE.
           IF CF-STAT NOT = "00"
               PERFORM CRIA-CFG-PADRAO
           MOVE W-TOT-PASSOS TO W-LF-EXEC.
           MOVE W-TOT-PULADOS TO W-LF-PULADOS.
           MOVE W-TOT-ATRASADOS TO W-LF-ATRASADOS.
           MOVE W-TOT-ARQUIVADOS TO W-LF-ARQUIVADOS.
           WRITE LOG-LINHA FROM W-LOG-FECHO.
           IF W-INTERROMPIDO = "S"
               MOVE "CADEIA INTERROMPIDA POR ERRO" TO LOG-LINHA
           IF CFG-PROGRAMA = SPACES
               GO TO TRATA-PASSO-FIM
           END-IF.
           PERFORM DECIDE-EXECUCAO THRU DECIDE-EXECUCAO-FIM.
           IF W-DEVE-RODAR = "N"
               ADD 1 TO W-TOT-PULADOS
               MOVE "PULADO" TO W-LP-EVENTO
           END-IF.
           IF W-RC <= 4
               PERFORM ANOTA-EXECUCAO
               PERFORM VARYING IND-TR FROM 1 BY 1
                       UNTIL IND-TR > W-QTD-REL
                   IF TR-PROGRAMA(IND-TR) = W-PROGRAMA
                       PERFORM ARQUIVA-RELATORIO
                           THRU ARQUIVA-RELATORIO-FIM
                   END-IF
               END-PERFORM
           END-IF.
           IF W-RC > 4
               MOVE "S" TO W-INTERROMPIDO
       COPIA-RESUMO-FIM.
           EXIT.

      * -----------------------------------
      * COPIA O RELATORIO TR-RELATORIO(IND-TR) DO PASSO QUE ACABOU DE
      * RODAR PARA O NOME DATADO (BASE_AAAAMMDD.EXT), CONTANDO LINHAS
      * E PAGINAS (CADA SALTO DE PAGINA GRAVADO PELO PROGRAMA CHEGA
      * COMO UM X"0C" NO INICIO DA LINHA E E REFEITO NA COPIA COM O
      * MESMO ADVANCING PAGE), E ANOTA A COPIA EM
      * RELARQ.IDX. SE O PASSO NAO GEROU O RELATORIO, SO AVISA NO LOG.
       ARQUIVA-RELATORIO.
           MOVE TR-RELATORIO(IND-TR) TO W-NOME-REL-ORIG.
           OPEN INPUT REL-ORIGEM.
           IF RO-STAT NOT = "00"
               MOVE TR-RELATORIO(IND-TR) TO W-LS-RELATORIO
               WRITE LOG-LINHA FROM W-LOG-SEM-REL
               GO TO ARQUIVA-RELATORIO-FIM
           END-IF.
           MOVE SPACES TO W-REL-BASE W-REL-EXT W-NOME-REL-DATADO.
           UNSTRING TR-RELATORIO(IND-TR) DELIMITED BY "."
               INTO W-REL-BASE W-REL-EXT
           END-UNSTRING.
           IF W-REL-EXT = SPACES
               STRING W-REL-BASE DELIMITED BY SPACE
                   "_" W-DATA-HOJE DELIMITED BY SIZE
                   INTO W-NOME-REL-DATADO
               END-STRING
           ELSE
               STRING W-REL-BASE DELIMITED BY SPACE
                   "_" W-DATA-HOJE "." DELIMITED BY SIZE
                   W-REL-EXT DELIMITED BY SPACE
                   INTO W-NOME-REL-DATADO
               END-STRING
           END-IF.
           OPEN OUTPUT REL-DATADO.
           IF RD-STAT NOT = "00"
               CLOSE REL-ORIGEM
               MOVE TR-RELATORIO(IND-TR) TO W-LS-RELATORIO
               WRITE LOG-LINHA FROM W-LOG-SEM-REL
               GO TO ARQUIVA-RELATORIO-FIM
           END-IF.
           MOVE ZEROS TO W-REL-LINHAS W-REL-PAGINAS.
           MOVE "N" TO W-EOF-REL.
           PERFORM UNTIL W-EOF-REL = "S"
               READ REL-ORIGEM
                   AT END
                       MOVE "S" TO W-EOF-REL
                   NOT AT END
                       ADD 1 TO W-REL-LINHAS
                       IF RO-LINHA(1:1) = X"0C"
                           ADD 1 TO W-REL-PAGINAS
                           WRITE RD-LINHA FROM RO-LINHA(2:131)
                               AFTER ADVANCING PAGE
                       ELSE
                           WRITE RD-LINHA FROM RO-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REL-ORIGEM REL-DATADO.
           IF W-REL-LINHAS > ZEROS
               ADD 1 TO W-REL-PAGINAS
           END-IF.
           MOVE SPACES TO RX-REC.
           MOVE W-DATA-HOJE TO RX-DATA.
           MOVE W-PROGRAMA TO RX-PASSO.
           MOVE TR-RELATORIO(IND-TR) TO RX-RELATORIO.
           MOVE W-NOME-REL-DATADO TO RX-ARQUIVO.
           MOVE W-REL-PAGINAS TO RX-PAGINAS.
           MOVE W-REL-LINHAS TO RX-LINHAS.
           MOVE W-RC TO RX-RC.
           MOVE RX-REC TO W-NOVA-ENTRADA.
           PERFORM REGISTRA-INDICE.
           ADD 1 TO W-TOT-ARQUIVADOS.
           MOVE TR-RELATORIO(IND-TR) TO W-LA-RELATORIO.
           MOVE W-NOME-REL-DATADO TO W-LA-ARQUIVO.
           MOVE W-REL-PAGINAS TO W-LA-PAGINAS.
           MOVE W-REL-LINHAS TO W-LA-LINHAS.
           WRITE LOG-LINHA FROM W-LOG-ARQUIVO.
       ARQUIVA-RELATORIO-FIM.
           EXIT.

      * -----------------------------------
      * ANOTA W-NOVA-ENTRADA NO RELARQ.IDX. NA REEXECUCAO DA JANELA
      * NO MESMO DIA A COPIA DATADA E REGRAVADA, ENTAO A LINHA ANTIGA
      * DO MESMO RELATORIO E DATA SAI DO INDICE (VIA RELARQ.TMP) E SO
      * FICA A NOVA, COM AS CONTAGENS E O RC DA ULTIMA EXECUCAO.
       REGISTRA-INDICE.
           OPEN OUTPUT RELARQ-TMP.
           OPEN INPUT RELARQ-IDX.
           IF RX-STAT = "00"
               MOVE "N" TO W-EOF-IDX
               PERFORM UNTIL W-EOF-IDX = "S"
                   READ RELARQ-IDX
                       AT END
                           MOVE "S" TO W-EOF-IDX
                       NOT AT END
                           IF RX-DATA NOT = W-DATA-HOJE
                               OR RX-RELATORIO
                                   NOT = TR-RELATORIO(IND-TR)
                               WRITE RT-REC FROM RX-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELARQ-IDX
           END-IF.
           WRITE RT-REC FROM W-NOVA-ENTRADA.
           CLOSE RELARQ-TMP.
           OPEN INPUT RELARQ-TMP.
           OPEN OUTPUT RELARQ-IDX.
           MOVE "N" TO W-EOF-IDX.
           PERFORM UNTIL W-EOF-IDX = "S"
               READ RELARQ-TMP
                   AT END
                       MOVE "S" TO W-EOF-IDX
                   NOT AT END
                       WRITE RX-REC FROM RT-REC
               END-READ
           END-PERFORM.
           CLOSE RELARQ-TMP RELARQ-IDX.

      * -----------------------------------
      * CARREGA DO RELARQ.CFG A TABELA DE RELATORIOS POR PASSO,
      * GRAVANDO O PADRAO NA PRIMEIRA EXECUCAO.
       LE-RELATORIOS.
           MOVE ZEROS TO W-QTD-REL.
           OPEN INPUT RELARQ-CFG.
           IF RA-STAT NOT = "00"
               PERFORM CRIA-RELARQ-PADRAO
               OPEN INPUT RELARQ-CFG
           END-IF.
           IF RA-STAT NOT = "00"
               GO TO LE-RELATORIOS-FIM
           END-IF.
           MOVE "N" TO W-EOF-RA.
           PERFORM UNTIL W-EOF-RA = "S"
               READ RELARQ-CFG
                   AT END
                       MOVE "S" TO W-EOF-RA
                   NOT AT END
                       IF RA-PROGRAMA NOT = SPACES
                               AND RA-RELATORIO NOT = SPACES
                               AND W-QTD-REL < 50
                           ADD 1 TO W-QTD-REL
                           MOVE RA-PROGRAMA TO TR-PROGRAMA(W-QTD-REL)
                           MOVE RA-RELATORIO
                               TO TR-RELATORIO(W-QTD-REL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELARQ-CFG.
       LE-RELATORIOS-FIM.
           EXIT.

      * -----------------------------------
      * CARREGA A TABELA DA ULTIMA EXECUCAO POR PASSO DO CTL.
       LE-ULTIMAS.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
      * A REORGANIZACAO RODA LOGO DEPOIS DA COPIA DA NOITE: SE A
      * TROCA DE UM ARQUIVO FALHAR NO MEIO, A COPIA ESTA FRESCA.
           MOVE SPACES TO CFG-REC.
           MOVE "REORGIX" TO CFG-PROGRAMA.
           MOVE "reorgix.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "CARGCEP" TO CFG-PROGRAMA.
           MOVE "cargacep.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
      * A TABELA FIPE DO MES ENTRA ANTES DO EXTRATO DA SEGURADORA,
      * QUE JA LEVA O VALOR DE REFERENCIA DE CADA VEICULO.
           MOVE SPACES TO CFG-REC.
           MOVE "CARGFIPE" TO CFG-PROGRAMA.
           MOVE "cargfipe.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "EXPSEG" TO CFG-PROGRAMA.
           MOVE "expseg.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
      * O RETORNO DA SEGURADORA CHEGA EM DATA INCERTA: O RETSEG RODA
      * TODA NOITE E SO APLICA UMA GERACAO AINDA NAO PROCESSADA.
           MOVE SPACES TO CFG-REC.
           MOVE "RETSEG" TO CFG-PROGRAMA.
           MOVE "retseg.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RELSEGUR" TO CFG-PROGRAMA.
           MOVE "relsegur.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RECONDET" TO CFG-PROGRAMA.
           MOVE "recondet.log" TO CFG-LOGFILE.
           MOVE "W" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
      * OS FERIADOS NACIONAIS DO ANO SEGUINTE ENTRAM NO CALENDARIO
      * DO BOX NA PRIMEIRA CARGA DO ANO; NOS OUTROS MESES O CARGFER
      * NAO ACHA NADA NOVO E NAO MEXE NO QUE O SUPERVISOR ACERTOU.
           MOVE SPACES TO CFG-REC.
           MOVE "CARGFER" TO CFG-PROGRAMA.
           MOVE "cargfer.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "BAIXAGD" TO CFG-PROGRAMA.
           MOVE "baixagd.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RELCOBR" TO CFG-PROGRAMA.
           MOVE "relcobr.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RELMULTA" TO CFG-PROGRAMA.
           MOVE "relmulta.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RELINSP" TO CFG-PROGRAMA.
           MOVE "relinsp.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
      * A FOTOGRAFIA DO MES SAI DEPOIS DA BAIXA DA AGENDA (AS FALTAS
      * DO ULTIMO DIA JA BAIXADAS) E ANTES DA TENDENCIA, QUE JA A
      * MOSTRA.
           MOVE SPACES TO CFG-REC.
           MOVE "ESTATMES" TO CFG-PROGRAMA.
           MOVE "estatmes.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RELTEND" TO CFG-PROGRAMA.
           MOVE "reltend.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RELFIPE" TO CFG-PROGRAMA.
           MOVE "relfipe.log" TO CFG-LOGFILE.
           MOVE "M" TO CFG-FREQ.
           MOVE 1 TO CFG-DIA.
           WRITE CFG-REC.
           MOVE SPACES TO CFG-REC.
           MOVE "RELDIA" TO CFG-PROGRAMA.
           MOVE "reldia.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
      * O EXPURGO FECHA A NOITE, DEPOIS DE TODOS OS RELATORIOS DO
      * DIA JA ARQUIVADOS.
           MOVE SPACES TO CFG-REC.
           MOVE "PURGREL" TO CFG-PROGRAMA.
           MOVE "purgrel.log" TO CFG-LOGFILE.
           MOVE "D" TO CFG-FREQ.
           MOVE ZEROS TO CFG-DIA.
           WRITE CFG-REC.
           CLOSE CFG-FILE.

      * -----------------------------------
      * GRAVA O RELARQ.CFG PADRAO NA PRIMEIRA EXECUCAO: RELATORIOS
      * DOS PASSOS DIARIOS FICAM 60 DIAS, DOS SEMANAIS UM ANO E DOS
      * MENSAIS DOIS ANOS. O REPCEP E O CHKCEPUF, EVENTUAIS, JA
      * FICAM LISTADOS PARA O CASO DE ENTRAREM NA CADEIA. O REORGIX
      * GRAVA AS ESTATISTICAS DE CADA ARQUIVO NO PROPRIO LOG, QUE
      * ENTAO E ARQUIVADO COMO RELATORIO MENSAL; O LOG DO BAIXAGD,
      * UMA LINHA POR FALTA BAIXADA, FICA DOIS ANOS COMO TRILHA DAS
      * MULTAS LANCADAS NA NOITE.
       CRIA-RELARQ-PADRAO.
           OPEN OUTPUT RELARQ-CFG.
           MOVE SPACES TO RA-REC.
           MOVE "REORGIX" TO RA-PROGRAMA.
           MOVE "reorgix.log" TO RA-RELATORIO.
           MOVE 730 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RECONCEP" TO RA-PROGRAMA.
           MOVE "reconcep.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RETCEP" TO RA-PROGRAMA.
           MOVE "retcep.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "DUPCEP" TO RA-PROGRAMA.
           MOVE "dupcep.lst" TO RA-RELATORIO.
           MOVE 365 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "AUDINTEG" TO RA-PROGRAMA.
           MOVE "audinteg.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELCEP" TO RA-PROGRAMA.
           MOVE "relcep.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELSEGUR" TO RA-PROGRAMA.
           MOVE "relsegur.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RECONDET" TO RA-PROGRAMA.
           MOVE "recondet.lst" TO RA-RELATORIO.
           MOVE 365 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "BAIXAGD" TO RA-PROGRAMA.
           MOVE "baixagd.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "BAIXAGD" TO RA-PROGRAMA.
           MOVE "baixagd.log" TO RA-RELATORIO.
           MOVE 730 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELCOBR" TO RA-PROGRAMA.
           MOVE "relcobr.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELMULTA" TO RA-PROGRAMA.
           MOVE "relmulta.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELINSP" TO RA-PROGRAMA.
           MOVE "relinsp.lst" TO RA-RELATORIO.
           MOVE 730 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELTEND" TO RA-PROGRAMA.
           MOVE "reltend.lst" TO RA-RELATORIO.
           MOVE 730 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELFIPE" TO RA-PROGRAMA.
           MOVE "relfipe.lst" TO RA-RELATORIO.
           MOVE 730 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "RELDIA" TO RA-PROGRAMA.
           MOVE "reldia.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "REPCEP" TO RA-PROGRAMA.
           MOVE "repcep.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           MOVE SPACES TO RA-REC.
           MOVE "CHKCEPUF" TO RA-PROGRAMA.
           MOVE "chkcepuf.lst" TO RA-RELATORIO.
           MOVE 60 TO RA-RETENCAO.
           WRITE RA-REC.
           CLOSE RELARQ-CFG.
