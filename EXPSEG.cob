      * HEADER (DATA DE GERACAO E NUMERO DA GERACAO, CONTROLADO EM
      * EXPSEG.CTL), UM DETALHE "D;" POR VEICULO DE VEHICLES.DAT
      * (PLACA, DESCRICOES DE MARCA E SITUACAO RESOLVIDAS EM
      * PARAMS.DAT, ANO DE FABRICACAO, VENCIMENTO DA VISTORIA E O
      * CODIGO FIPE COM O VALOR DE REFERENCIA DO MODELO NO ANO DE
      * FABRICACAO, TIRADO DE FIPE.DAT - ZERO QUANDO O VEICULO NAO
      * TEM CODIGO OU A TABELA NAO TEM O PRECO), AS
      * TRANSICOES DE SITUACAO DO PERIODO "S;" TIRADAS DE
      * VEIC_HIST.DAT (EVENTOS DESDE A DATA DA ULTIMA GERACAO;
      * PRIMEIRA GERACAO LEVA O HISTORICO INTEIRO) E TRAILER COM A
      * PODE SAIR DE NOVO, MAS REENVIO E INOFENSIVO E EVENTO
      * PERDIDO NAO. GRAVA EM EXPSEG.LOG A LINHA DE RESUMO, DE ONDE
      * O BATNOITE COPIA OS TOTAIS; RODA MENSALMENTE NA JANELA
      * NOTURNA. A RESPOSTA DA SEGURADORA (APOLICE POR PLACA) VOLTA
      * PELO RETSEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE  IS SEQUENTIAL
              RECORD KEY   IS FPLACA
              ALTERNATE RECORD KEY IS FPROPRIETARIO WITH DUPLICATES
              ALTERNATE RECORD KEY IS FDOC-PROPRIETARIO
                  WITH DUPLICATES
              FILE STATUS  IS ST-ERRO.
           SELECT FIPE-FILE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FP-STAT
               RECORD KEY IS FP-CHAVE.
           SELECT SIT-HIST ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VH-STAT.
           02 FVENCTOVISTORIA PIC 9(8).
           02 FCEP-PROP PIC 9(08).
           02 FAPELIDO-AMIGO PIC X(12).
           02 FDOC-PROPRIETARIO PIC X(14).
           02 FCOD-FIPE PIC X(08).

      * TABELA FIPE CARREGADA PELO CARGFIPE.
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

       FD SIT-HIST VALUE OF FILE-ID IS "veic_hist.dat".
       01 SIT-HIST-REC.
           05 CT-GERACAO PIC 9(06).
           05 FILLER PIC X(01).
           05 CT-DATA-GER PIC 9(08).
           05 FILLER PIC X(01).
           05 CT-QTD-VEIC PIC 9(06).

       FD EXP-LOG.
       01 LOG-LINHA PIC X(100).
       WORKING-STORAGE SECTION.
       01 ST-ERRO PIC X(02) VALUE "00".
       77 VH-STAT PIC X(02) VALUE "00".
       77 FP-STAT PIC X(02) VALUE "00".
       77 W-FIPE-ABERTO PIC X(01) VALUE "N".
       77 WS-TOT-AVALIADOS PIC 9(06) VALUE ZEROS.
       77 CT-STAT PIC X(02) VALUE "00".
       77 WS-FIM-VEIC PIC X VALUE "N".
           88 FIM-VEIC VALUE "S".
      * TABELAS DE DOMINIO CARREGADAS DE PARAMS.DAT VIA TABPARAM.
       01 TAB-MARCAS.
           05 TM-DOMINIO PIC X(08).
           05 TM-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TM-QTD PIC 9(02).
           05 TM-ITEM OCCURS 20 TIMES.
               10 TM-CODIGO PIC X(02).

       01 TAB-SITUACOES.
           05 TS-DOMINIO PIC X(08).
           05 TS-DATA-REF PIC 9(08) VALUE ZEROS.
           05 TS-QTD PIC 9(02).
           05 TS-ITEM OCCURS 20 TIMES.
               10 TS-CODIGO PIC X(02).
           05 WS-D-ANO PIC 9(04).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-D-VENCTO PIC 9(08).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-D-COD-FIPE PIC X(08).
           05 FILLER PIC X(01) VALUE ";".
           05 WS-D-VALOR PIC 9(09).99.

       01 WS-TRANSICAO.
           05 FILLER PIC X(02) VALUE "S;".
           05 WS-LOG-TRANSICOES PIC ZZZ,ZZ9.
           05 FILLER PIC X(07) VALUE "  HASH:".
           05 WS-LOG-HASH PIC 9(12).
           05 FILLER PIC X(13) VALUE "  AVALIADOS:".
           05 WS-LOG-AVALIADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "SITUACAO" TO TS-DOMINIO.
           CALL "TABPARAM" USING TAB-SITUACOES.
           PERFORM LE-GERACAO.
      * SEM A TABELA FIPE O VALOR SAI ZERADO EM TODOS OS DETALHES.
           OPEN INPUT FIPE-FILE.
           IF FP-STAT = "00"
               MOVE "S" TO W-FIPE-ABERTO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXP-FILE.
           MOVE WS-DATA-HOJE TO WS-H-DATA.
               END-READ
           END-PERFORM.
           CLOSE VEHICLES-FILE.
           IF W-FIPE-ABERTO = "S"
               CLOSE FIPE-FILE
           END-IF.
           PERFORM EXPORTA-TRANSICOES THRU EXPORTA-TRANSICOES-FIM.
           COMPUTE WS-TOT-REGISTROS =
               WS-TOT-VEICULOS + WS-TOT-TRANSICOES.
           MOVE WS-TOT-VEICULOS TO WS-LOG-VEICULOS.
           MOVE WS-TOT-TRANSICOES TO WS-LOG-TRANSICOES.
           MOVE WS-HASH TO WS-LOG-HASH.
           MOVE WS-TOT-AVALIADOS TO WS-LOG-AVALIADOS.
           WRITE LOG-LINHA FROM WS-LOG-RESUMO.
       FINALIZA.
           CLOSE EXP-LOG.
           GOBACK.

      * -----------------------------------
      * GRAVA O DETALHE DO VEICULO COM AS DESCRICOES RESOLVIDAS E O
      * VALOR FIPE E ACUMULA ANO E VENCIMENTO NO HASH DE
      * CONFERENCIA (O VALOR NAO ENTRA NO HASH, QUE A SEGURADORA JA
      * CONFERE DESSE JEITO).
       EXPORTA-VEICULO.
           MOVE FMARCA TO W-COD-BUSCA.
           MOVE "INVALIDA" TO TXTNOMEMARCA.
           MOVE TXTSITUACAO TO WS-D-SITUACAO.
           MOVE FFANOFABRICACAO TO WS-D-ANO.
           MOVE FVENCTOVISTORIA TO WS-D-VENCTO.
           MOVE FCOD-FIPE TO WS-D-COD-FIPE.
           MOVE ZEROS TO WS-D-VALOR.
           IF FCOD-FIPE NOT = SPACES AND W-FIPE-ABERTO = "S"
               MOVE FCOD-FIPE TO FP-CODIGO
               MOVE FFANOFABRICACAO TO FP-ANO-MODELO
               READ FIPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FP-PRECO TO WS-D-VALOR
                       ADD 1 TO WS-TOT-AVALIADOS
               END-READ
           END-IF.
           WRITE EXP-LINHA FROM WS-DETALHE.
           ADD 1 TO WS-TOT-VEICULOS.
           ADD FFANOFABRICACAO TO WS-HASH.

      * -----------------------------------
      * REGRAVA EXPSEG.CTL COM O NUMERO E A DATA DA GERACAO RECEM
      * EMITIDA, BASE DO CORTE DO PROXIMO PERIODO, E A QUANTIDADE DE
      * VEICULOS ENVIADOS, CONFERIDA PELO RETSEG NO RETORNO.
       GRAVA-GERACAO.
           OPEN OUTPUT EXP-CTL.
           MOVE SPACES TO EXP-CTL-REC.
           MOVE WS-GERACAO TO CT-GERACAO.
           MOVE ";" TO EXP-CTL-REC(7:1).
           MOVE WS-DATA-HOJE TO CT-DATA-GER.
           MOVE ";" TO EXP-CTL-REC(16:1).
           MOVE WS-TOT-VEICULOS TO CT-QTD-VEIC.
           WRITE EXP-CTL-REC.
           CLOSE EXP-CTL.
