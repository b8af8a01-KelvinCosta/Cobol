      * MENU PRINCIPAL DO SISTEMA. EXIGE ASSINATURA DO OPERADOR
      * CONTRA O CADASTRO DE OPERADORES (OPERADOR.DAT) ANTES DE
      * MOSTRAR AS OPCOES, E CHAMA OS CADASTROS DE CEPS (CEPS), DE
      * AMIGOS (PROGR2JT), DE VEICULOS (VEHICLES), DE OPERADORES
      * (CADOPER), DE INSPETORES DE VISTORIA (CADINSP), DE POSTOS
      * DE VISTORIA (CADPOSTO), DE MULTAS
      * DE TRANSITO (CADMULTA) E DE PROPRIETARIOS (CADPROP), AS
      * TABELAS DE PARAMETROS (CADPARAM), O
      * CALENDARIO DE FERIADOS DO BOX DE VISTORIA (CADFERIA), A
      * CONSULTA DO HISTORICO DE AMIGOS E OPERADORES (CONSAUD), A
      * DOS RELATORIOS ARQUIVADOS DA JANELA NOTURNA (CONSREL) E O
      * ATENDIMENTO AO TITULAR DE DADOS DA LGPD (LGPDTIT) COMO
      * SUBPROGRAMAS, PASSANDO A SESSAO DO OPERADOR (CODIGO, NOME E
      * NIVEL) PARA OS CADASTROS APLICAREM AS PERMISSOES. GRAVA EM
      * SESSAO.LOG UMA LINHA PARA CADA CADASTRO ACIONADO, COM O NOME
      * DO PROGRAMA, O OPERADOR LOGADO E A DATA/HORA DA CHAMADA, E
      * OUTRA LINHA NO RETORNO DE CADA CHAMADA (LG-EVENTO I/F), PARA
      * O RELSESS DERIVAR A DURACAO DE CADA SESSAO.
      * ASSINATURA (EXIGENCIA DA AUDITORIA DO SEGURO):
      *  - SENHA COM VALIDADE DE 3 MESES (OP-DATA-EXPIRA); SENHA
      *    VENCIDA, OU ZERADA (PRIMEIRO USO / RESET DO SUPERVISOR),
           88 E-TROCA-SENHA  VALUE "9".
           88 E-PRONTUARIO   VALUES ARE "P" "p".
           88 E-VISAO-AMIGO  VALUES ARE "A" "a".
           88 E-INSPETORES   VALUES ARE "I" "i".
           88 E-POSTOS       VALUES ARE "V" "v".
           88 E-MULTAS       VALUES ARE "M" "m".
           88 E-PROPRIETARIOS VALUES ARE "D" "d".
           88 E-LGPD         VALUES ARE "L" "l".
           88 E-FERIADOS     VALUES ARE "F" "f".
           88 E-AUDITORIA    VALUES ARE "H" "h".
           88 E-RELATORIOS   VALUES ARE "R" "r".
           88 E-ENCERRAR     VALUES ARE "8" "X" "x".

      * DATA DE EXPIRACAO DA SENHA: HOJE MAIS 3 MESES, MESMO DIA,
               DISPLAY "7 - TABELAS DE PARAMETROS"
               DISPLAY "P - PRONTUARIO DE VEICULO"
               DISPLAY "A - VISAO 360 DO AMIGO"
               DISPLAY "I - CADASTRO DE INSPETORES"
               DISPLAY "V - POSTOS DE VISTORIA"
               DISPLAY "M - MULTAS DE TRANSITO"
               DISPLAY "D - CADASTRO DE PROPRIETARIOS (DONOS)"
               DISPLAY "L - LGPD - DADOS DO TITULAR"
               DISPLAY "F - CALENDARIO DE FERIADOS DO BOX"
               DISPLAY "H - HISTORICO DE AMIGOS E OPERADORES"
               DISPLAY "R - RELATORIOS ARQUIVADOS DA NOITE"
               DISPLAY "9 - TROCAR MINHA SENHA"
               DISPLAY "8 - ENCERRAR"
               DISPLAY "INSIRA OPCAO :-> "
                   WHEN E-PARAMETROS
                       MOVE "CADPARAM" TO WS-PROG-CHAMADO
                       PERFORM GRAVA-LOG-REG
                       CALL "CADPARAM" USING WS-SESSAO
                       CANCEL "CADPARAM"
                       PERFORM GRAVA-LOG-FIM
                   WHEN E-PRONTUARIO
                       CALL "VISAMIGO"
                       CANCEL "VISAMIGO"
                       PERFORM GRAVA-LOG-FIM
                   WHEN E-INSPETORES
                       IF WS-SES-SUPERVISOR
                           MOVE "CADINSP" TO WS-PROG-CHAMADO
                           PERFORM GRAVA-LOG-REG
                           CALL "CADINSP" USING WS-SESSAO
                           CANCEL "CADINSP"
                           PERFORM GRAVA-LOG-FIM
                       ELSE
                           DISPLAY "APENAS SUPERVISOR PODE MANTER "
                               "INSPETORES"
                       END-IF
                   WHEN E-POSTOS
                       IF WS-SES-SUPERVISOR
                           MOVE "CADPOSTO" TO WS-PROG-CHAMADO
                           PERFORM GRAVA-LOG-REG
                           CALL "CADPOSTO" USING WS-SESSAO
                           CANCEL "CADPOSTO"
                           PERFORM GRAVA-LOG-FIM
                       ELSE
                           DISPLAY "APENAS SUPERVISOR PODE MANTER "
                               "POSTOS"
                       END-IF
                   WHEN E-MULTAS
                       MOVE "CADMULTA" TO WS-PROG-CHAMADO
                       PERFORM GRAVA-LOG-REG
                       CALL "CADMULTA" USING WS-SESSAO
                       CANCEL "CADMULTA"
                       PERFORM GRAVA-LOG-FIM
                   WHEN E-PROPRIETARIOS
                       MOVE "CADPROP" TO WS-PROG-CHAMADO
                       PERFORM GRAVA-LOG-REG
                       CALL "CADPROP" USING WS-SESSAO
                       CANCEL "CADPROP"
                       PERFORM GRAVA-LOG-FIM
                   WHEN E-LGPD
                       MOVE "LGPDTIT" TO WS-PROG-CHAMADO
                       PERFORM GRAVA-LOG-REG
                       CALL "LGPDTIT" USING WS-SESSAO
                       CANCEL "LGPDTIT"
                       PERFORM GRAVA-LOG-FIM
                   WHEN E-FERIADOS
                       IF WS-SES-SUPERVISOR
                           MOVE "CADFERIA" TO WS-PROG-CHAMADO
                           PERFORM GRAVA-LOG-REG
                           CALL "CADFERIA" USING WS-SESSAO
                           CANCEL "CADFERIA"
                           PERFORM GRAVA-LOG-FIM
                       ELSE
                           DISPLAY "APENAS SUPERVISOR PODE MANTER O "
                               "CALENDARIO"
                       END-IF
                   WHEN E-AUDITORIA
                       IF WS-SES-SUPERVISOR
                           MOVE "CONSAUD" TO WS-PROG-CHAMADO
                           PERFORM GRAVA-LOG-REG
                           CALL "CONSAUD"
                           CANCEL "CONSAUD"
                           PERFORM GRAVA-LOG-FIM
                       ELSE
                           DISPLAY "APENAS SUPERVISOR PODE CONSULTAR "
                               "O HISTORICO DE CADASTROS"
                       END-IF
                   WHEN E-RELATORIOS
                       MOVE "CONSREL" TO WS-PROG-CHAMADO
                       PERFORM GRAVA-LOG-REG
                       CALL "CONSREL"
                       CANCEL "CONSREL"
                       PERFORM GRAVA-LOG-FIM
                   WHEN E-TROCA-SENHA
                       PERFORM TROCA-SENHA-PROPRIA
                           THRU TROCA-SENHA-PROPRIA-FIM
