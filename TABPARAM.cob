      * FIXAS NO FONTE. NA PRIMEIRA EXECUCAO, QUANDO PARAMS.DAT NAO
      * EXISTE, O ARQUIVO E CRIADO JA COM OS DOMINIOS DE FABRICA
      * (OS MESMOS VALORES QUE ANTES VIVIAM NOS PROGRAMAS).
      * CADA CODIGO PODE TER VARIAS VERSOES, COM INICIO E FIM DE
      * VIGENCIA (O FIM E O PRIMEIRO DIA EM QUE A VERSAO JA NAO VALE;
      * 99999999 = EM VIGOR), MANTIDAS NO CADPARAM. VOLTAM SO AS
      * VERSOES EM VIGOR NA DATA DE TD-DATA-REF (AAAAMMDD; ZERO =
      * HOJE), PARA UM RELATORIO DE OUTRA DATA SAIR COM OS VALORES
      * DAQUELA DATA. PARAMS.DAT DO LAYOUT ANTIGO, SEM VIGENCIA,
      * TEM QUE PASSAR UMA VEZ PELO CNVPARM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 PR-CHAVE.
               10 PR-DOMINIO PIC X(08).
               10 PR-CODIGO PIC X(02).
               10 PR-VIG-INICIO PIC 9(08).
           05 PR-DESCRICAO PIC X(15).
           05 PR-VIG-FIM PIC 9(08).
           05 FILLER PIC X(05).

       WORKING-STORAGE SECTION.
       77 PR-STAT PIC X(02) VALUE "00".
       77 W-EOF PIC X(01) VALUE "N".
       77 W-DATA-REF PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 TAB-DOMINIO.
           05 TD-DOMINIO PIC X(08).
           05 TD-DATA-REF PIC 9(08).
           05 TD-QTD PIC 9(02).
           05 TD-ITEM OCCURS 20 TIMES.
               10 TD-CODIGO PIC X(02).
           END-IF.
           MOVE ZEROS TO TD-QTD.
           MOVE "N" TO W-EOF.
           IF TD-DATA-REF NUMERIC AND TD-DATA-REF > ZEROS
               MOVE TD-DATA-REF TO W-DATA-REF
           ELSE
               ACCEPT W-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           MOVE TD-DOMINIO TO PR-DOMINIO.
           MOVE SPACES TO PR-CODIGO.
           MOVE ZEROS TO PR-VIG-INICIO.
           START PARAM-FILE KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE "S" TO W-EOF
                               OR TD-QTD >= 20
                           MOVE "S" TO W-EOF
                       ELSE
                           IF PR-VIG-INICIO <= W-DATA-REF
                                   AND PR-VIG-FIM > W-DATA-REF
                               ADD 1 TO TD-QTD
                               MOVE PR-CODIGO TO TD-CODIGO(TD-QTD)
                               MOVE PR-DESCRICAO TO TD-DESC(TD-QTD)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * -----------------------------------
      * CARGA DE FABRICA DOS DOMINIOS, COM OS MESMOS VALORES QUE
      * ANTES ESTAVAM FIXOS NOS PROGRAMAS DE ENTRADA E RELATORIOS,
      * EM VIGOR DESDE SEMPRE (INICIO ZERADO, SEM FIM).
       CARGA-PADRAO.
           MOVE SPACES TO PARAM-REC.
           MOVE ZEROS TO PR-VIG-INICIO.
           MOVE 99999999 TO PR-VIG-FIM.
           PERFORM GRAVA-MARCA-PADRAO.
           PERFORM GRAVA-SITUACAO-PADRAO.
           PERFORM GRAVA-TPAMIGO-PADRAO.
           PERFORM GRAVA-GENERO-PADRAO.
           PERFORM GRAVA-AGENDA-PADRAO.
           PERFORM GRAVA-MOTREPRO-PADRAO.
           PERFORM GRAVA-TAXAVIST-PADRAO.
           PERFORM GRAVA-SEGURO-PADRAO.

       GRAVA-MARCA-PADRAO.
           MOVE "MARCA" TO PR-DOMINIO.

      * PARAMETROS DA AGENDA DE VISTORIAS: CP = CAPACIDADE DIARIA DO
      * BOX (NUMERO NAS DUAS PRIMEIRAS POSICOES DA DESCRICAO), QUE O
      * NEGOCIO AJUSTA NO CADPARAM SEM RECOMPILAR O AGVISTO; RI =
      * PRAZO DE REVISTORIA EM DIAS CORRIDOS (TRES PRIMEIRAS
      * POSICOES), USADO NA LISTA DE REPROVADOS DO BAIXAGD.
       GRAVA-AGENDA-PADRAO.
           MOVE "AGENDA" TO PR-DOMINIO.
           MOVE "CP" TO PR-CODIGO.
           MOVE "08" TO PR-DESCRICAO.
           WRITE PARAM-REC.
           MOVE "RI" TO PR-CODIGO.
           MOVE "030 REVISTORIA" TO PR-DESCRICAO.
           WRITE PARAM-REC.
      * DIAS DA SEMANA SEM EXPEDIENTE NO BOX (1=SEGUNDA ... 7=DOMINGO),
      * LIDOS PELO DIAUTIL; "67 SAB E DOM" FECHA O FIM DE SEMANA TODO.
           MOVE "FS" TO PR-CODIGO.
           MOVE "7 DOMINGO" TO PR-DESCRICAO.
           WRITE PARAM-REC.

      * MOTIVOS DE REPROVACAO DE VISTORIA, USADOS NO LAUDO DO
      * AGVISTO; O NEGOCIO ACRESCENTA OU TIRA MOTIVOS NO CADPARAM.
           MOVE "06" TO PR-CODIGO.
           MOVE "ESTRUTURA" TO PR-DESCRICAO.
           WRITE PARAM-REC.

      * TAXAS DA VISTORIA COBRADAS NO BALCAO PELO AGVISTO: PV =
      * PRIMEIRA VISTORIA, RV = REVISTORIA APOS REPROVACAO, FT =
      * MULTA POR FALTA. O VALOR FICA NAS SETE PRIMEIRAS POSICOES DA
      * DESCRICAO, EM CENTAVOS (0012000 = 120,00); O RESTO E TEXTO.
      * O CODIGO IC (INICIO DA COBRANCA, AAAAMMDD NAS OITO PRIMEIRAS
      * POSICOES) NAO VEM DE FABRICA: E INCLUIDO NO CADPARAM, E SEM
      * ELE O BAIXAGD NAO MULTA FALTA DE AGENDAMENTO SEM COBRANCA.
       GRAVA-TAXAVIST-PADRAO.
           MOVE "TAXAVIST" TO PR-DOMINIO.
           MOVE "PV" TO PR-CODIGO.
           MOVE "0012000 1A VIST" TO PR-DESCRICAO.
           WRITE PARAM-REC.
           MOVE "RV" TO PR-CODIGO.
           MOVE "0006000 REVIST" TO PR-DESCRICAO.
           WRITE PARAM-REC.
           MOVE "FT" TO PR-CODIGO.
           MOVE "0004000 FALTA" TO PR-DESCRICAO.
           WRITE PARAM-REC.

      * PARAMETROS DO RETORNO DA SEGURADORA, USADOS NO RELSEGUR: DV =
      * PRAZO EM DIAS CORRIDOS PARA AVISAR APOLICE A VENCER (TRES
      * PRIMEIRAS POSICOES DA DESCRICAO); SI = SITUACOES DE VEICULO
      * QUE NAO PRECISAM DE SEGURO, UM CODIGO POR POSICAO (S=SUCATA).
       GRAVA-SEGURO-PADRAO.
           MOVE "SEGURO" TO PR-DOMINIO.
           MOVE "DV" TO PR-CODIGO.
           MOVE "030 AVISO VENC" TO PR-DESCRICAO.
           WRITE PARAM-REC.
           MOVE "SI" TO PR-CODIGO.
           MOVE "S" TO PR-DESCRICAO.
           WRITE PARAM-REC.
