       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALDOC.
      * VALIDACAO DE CPF E CNPJ PELOS DIGITOS VERIFICADORES, CHAMADA
      * PELO CADASTRO DE PROPRIETARIOS (CADPROP) E PELOS PROGRAMAS
      * QUE RECEBEM O DOCUMENTO DO DONO DIGITADO NO BALCAO. O
      * CHAMADOR INFORMA O DOCUMENTO COMO DIGITADO EM DV-DOCUMENTO
      * (COM OU SEM PONTO, BARRA E HIFEN) E RECEBE DE VOLTA:
      *  - DV-NORMAL: SO OS DIGITOS, ENCOSTADOS A ESQUERDA (E A
      *    CHAVE DE PROPRIET.DAT: CPF COM 11 POSICOES E BRANCO NO
      *    RESTO, CNPJ COM 14);
      *  - DV-TIPO: "F" (CPF, PESSOA FISICA) OU "J" (CNPJ, PESSOA
      *    JURIDICA);
      *  - DV-OK: "S" SE A QUANTIDADE DE DIGITOS BATE COM UM DOS
      *    DOIS TIPOS E OS DOIS VERIFICADORES CONFEREM. SEQUENCIA DE
      *    DIGITOS IGUAIS (111.111.111-11) PASSA NA CONTA MAS NAO E
      *    DOCUMENTO DE NINGUEM: E RECUSADA.
      * CONTA DOS VERIFICADORES (MODULO 11): SOMA DOS DIGITOS
      * MULTIPLICADOS PELOS PESOS; RESTO MENOR QUE 2 DA DIGITO 0,
      * SENAO O DIGITO E 11 MENOS O RESTO. CPF USA PESOS 10 A 2 E
      * 11 A 2; CNPJ USA 5 A 2 SEGUIDO DE 9 A 2 E 6 A 2 SEGUIDO DE
      * 9 A 2.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-DIGITOS-X PIC X(14) VALUE SPACES.
       01 W-DIGITOS REDEFINES W-DIGITOS-X.
           05 W-DIG PIC 9(01) OCCURS 14 TIMES.
       77 W-QTD PIC 9(02) VALUE ZEROS.
       77 W-IND PIC 9(02) VALUE ZEROS.
       77 W-CH PIC X(01) VALUE SPACES.
       77 W-SOMA PIC 9(04) VALUE ZEROS.
       77 W-QUOC PIC 9(04) VALUE ZEROS.
       77 W-RESTO PIC 9(02) VALUE ZEROS.
       77 W-DV PIC 9(01) VALUE ZEROS.
       77 W-TAM-CONTA PIC 9(02) VALUE ZEROS.
       77 W-IGUAIS PIC X(01) VALUE "S".

      * PESOS DO CNPJ: PRIMEIRO VERIFICADOR USA AS POSICOES 2 A 13
      * DA TABELA, SEGUNDO VERIFICADOR USA AS POSICOES 1 A 13.
       01 W-PESOS-CNPJ-X.
           05 FILLER PIC X(13) VALUE "6543298765432".
       01 W-PESOS-CNPJ REDEFINES W-PESOS-CNPJ-X.
           05 W-PESO-CNPJ PIC 9(01) OCCURS 13 TIMES.

       LINKAGE SECTION.
       01 DOC-VALIDACAO.
           05 DV-DOCUMENTO PIC X(18).
           05 DV-NORMAL PIC X(14).
           05 DV-TIPO PIC X(01).
           05 DV-OK PIC X(01).

       PROCEDURE DIVISION USING DOC-VALIDACAO.
       INICIO.
           MOVE SPACES TO DV-NORMAL DV-TIPO.
           MOVE "N" TO DV-OK.
           PERFORM SEPARA-DIGITOS THRU SEPARA-DIGITOS-FIM.
           IF W-QTD = 11
               MOVE "F" TO DV-TIPO
               PERFORM CONFERE-CPF THRU CONFERE-CPF-FIM
           ELSE
               IF W-QTD = 14
                   MOVE "J" TO DV-TIPO
                   PERFORM CONFERE-CNPJ THRU CONFERE-CNPJ-FIM
               END-IF
           END-IF.
           GOBACK.

      * -----------------------------------
      * SEPARA OS DIGITOS DO QUE FOI DIGITADO, IGNORANDO PONTO,
      * BARRA, HIFEN E ESPACO. MAIS DE 14 DIGITOS NAO E CPF NEM
      * CNPJ: A CONTAGEM PARA EM 15 E O DOCUMENTO E RECUSADO.
       SEPARA-DIGITOS.
           MOVE SPACES TO W-DIGITOS-X.
           MOVE ZEROS TO W-QTD.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 18
               MOVE DV-DOCUMENTO(W-IND:1) TO W-CH
               IF W-CH >= "0" AND W-CH <= "9"
                   ADD 1 TO W-QTD
                   IF W-QTD > 14
                       MOVE 15 TO W-QTD
                       MOVE 19 TO W-IND
                   ELSE
                       MOVE W-CH TO W-DIGITOS-X(W-QTD:1)
                   END-IF
               END-IF
           END-PERFORM.
           IF W-QTD NOT = 11 AND W-QTD NOT = 14
               GO TO SEPARA-DIGITOS-FIM
           END-IF.
           MOVE W-DIGITOS-X TO DV-NORMAL.
           MOVE "S" TO W-IGUAIS.
           PERFORM VARYING W-IND FROM 2 BY 1 UNTIL W-IND > W-QTD
               IF W-DIGITOS-X(W-IND:1) NOT = W-DIGITOS-X(1:1)
                   MOVE "N" TO W-IGUAIS
               END-IF
           END-PERFORM.
       SEPARA-DIGITOS-FIM.
           EXIT.

      * -----------------------------------
      * CPF: NOVE DIGITOS BASE, DEPOIS OS DOIS VERIFICADORES.
       CONFERE-CPF.
           IF W-IGUAIS = "S"
               GO TO CONFERE-CPF-FIM
           END-IF.
           MOVE 9 TO W-TAM-CONTA.
           PERFORM CALCULA-DV-CPF.
           IF W-DV NOT = W-DIG(10)
               GO TO CONFERE-CPF-FIM
           END-IF.
           MOVE 10 TO W-TAM-CONTA.
           PERFORM CALCULA-DV-CPF.
           IF W-DV NOT = W-DIG(11)
               GO TO CONFERE-CPF-FIM
           END-IF.
           MOVE "S" TO DV-OK.
       CONFERE-CPF-FIM.
           EXIT.

      * PESO DO CPF: COMECA EM (TAMANHO + 1) NA PRIMEIRA POSICAO E
      * DESCE ATE 2 NA ULTIMA.
       CALCULA-DV-CPF.
           MOVE ZEROS TO W-SOMA.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-TAM-CONTA
               COMPUTE W-SOMA = W-SOMA
                   + W-DIG(W-IND) * (W-TAM-CONTA + 2 - W-IND)
           END-PERFORM.
           PERFORM CALCULA-DIGITO.

      * -----------------------------------
      * CNPJ: DOZE DIGITOS BASE (OITO DA RAIZ E QUATRO DA FILIAL),
      * DEPOIS OS DOIS VERIFICADORES.
       CONFERE-CNPJ.
           IF W-IGUAIS = "S"
               GO TO CONFERE-CNPJ-FIM
           END-IF.
           MOVE 12 TO W-TAM-CONTA.
           PERFORM CALCULA-DV-CNPJ.
           IF W-DV NOT = W-DIG(13)
               GO TO CONFERE-CNPJ-FIM
           END-IF.
           MOVE 13 TO W-TAM-CONTA.
           PERFORM CALCULA-DV-CNPJ.
           IF W-DV NOT = W-DIG(14)
               GO TO CONFERE-CNPJ-FIM
           END-IF.
           MOVE "S" TO DV-OK.
       CONFERE-CNPJ-FIM.
           EXIT.

      * OS PESOS SAEM DA TABELA ALINHADOS PELO FIM: COM 12 DIGITOS A
      * CONTA USA AS POSICOES 2 A 13, COM 13 USA AS POSICOES 1 A 13.
       CALCULA-DV-CNPJ.
           MOVE ZEROS TO W-SOMA.
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-TAM-CONTA
               COMPUTE W-SOMA = W-SOMA + W-DIG(W-IND)
                   * W-PESO-CNPJ(W-IND + 13 - W-TAM-CONTA)
           END-PERFORM.
           PERFORM CALCULA-DIGITO.

      * -----------------------------------
      * MODULO 11: RESTO MENOR QUE 2 DA ZERO, SENAO 11 MENOS O RESTO.
       CALCULA-DIGITO.
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO.
           IF W-RESTO < 2
               MOVE ZEROS TO W-DV
           ELSE
               COMPUTE W-DV = 11 - W-RESTO
           END-IF.
