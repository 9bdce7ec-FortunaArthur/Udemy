       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG320.
      *    Programa de Fechamento de Caixa do Balcao
      *    Fecha o caixa de 1 operador numa filial e numa data,
      *    conferindo o que ficou na gaveta contra as vendas de
      *    balcao do PROG319 em vendas_balcao.dat:
      *    - o dinheiro esperado e o fundo de troco do dia mais as
      *      vendas em dinheiro (o troco ja saiu da gaveta, entao
      *      cada venda entra pelo seu total);
      *    - o cartao esperado e o total das vendas no cartao, que
      *      se confere contra a soma dos comprovantes.
      *    A diferenca de cada lado sai como sobra (+) ou falta (-) e
      *    o fechamento e anexado a fechamentos_caixa.dat, com quem
      *    conferiu. O conferente passa pelo sign-on do PROG83
      *    (sigla FCAIXA), com sign-off no PROG163; por padrao fecha
      *    o proprio caixa, mas pode informar o caixa de outro
      *    operador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFILIAL.cob".
           COPY "SELBALCAO.cob".
           COPY "SELFECHCX.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFILIAL.cob".
           COPY "FDBALCAO.cob".
           COPY "FDFECHCX.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FILIAL-FILE-STATUS PIC X(2).

       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-DO-CAIXA PIC 9(8).
       01  FILIAL-DO-CAIXA PIC X(4).
       01  OPERADOR-DO-CAIXA PIC X(10).
       01  OPERADOR-ID PIC X(10).
       01  FINAL-ARQUIVO PIC X.
       01  FILIAL-FLAG PIC X VALUE "N".
           88 FILIAL-APTA VALUE "S".
           88 FILIAL-NAO-APTA VALUE "N".

       01  QTDE-VENDAS-DO-CAIXA PIC 9(5) VALUE 0.
       01  VENDAS-EM-DINHEIRO PIC 9(9)V99 VALUE 0.
       01  VENDAS-EM-CARTAO PIC 9(9)V99 VALUE 0.
       01  FUNDO-DE-TROCO PIC 9(8)V99 VALUE 0.
       01  DINHEIRO-CONTADO PIC 9(9)V99 VALUE 0.
       01  CARTAO-COMPROVADO PIC 9(9)V99 VALUE 0.
       01  DINHEIRO-ESPERADO PIC 9(9)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".
       01  TOTAL-FECHAMENTOS PIC 9(6) VALUE 0.

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "FCAIXA".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - FECHAMENTO DE CAIXA ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE ZEROS TO DATA-DO-CAIXA.
           DISPLAY "Data do Caixa (AAAAMMDD, ENTER = hoje):".
           ACCEPT DATA-DO-CAIXA.
           IF DATA-DO-CAIXA = 0
               MOVE DATA-EXECUCAO TO DATA-DO-CAIXA
           END-IF.

           OPEN INPUT ARQUIVO-FILIAL.
           SET FILIAL-NAO-APTA TO TRUE.
           PERFORM ACEITA-FILIAL-DO-CAIXA UNTIL FILIAL-APTA.
           CLOSE ARQUIVO-FILIAL.

           MOVE SPACES TO OPERADOR-DO-CAIXA.
           DISPLAY "Operador do Caixa (ENTER = " OPERADOR-ID "):".
           ACCEPT OPERADOR-DO-CAIXA.
           IF OPERADOR-DO-CAIXA = SPACES
               MOVE OPERADOR-ID TO OPERADOR-DO-CAIXA
           END-IF.

           PERFORM SOMA-VENDAS-DO-CAIXA.

           DISPLAY "VENDAS DE BALCAO DO CAIXA: " QTDE-VENDAS-DO-CAIXA.
           DISPLAY "Fundo de Troco do Dia:".
           ACCEPT FUNDO-DE-TROCO.
           DISPLAY "Dinheiro Contado na Gaveta:".
           ACCEPT DINHEIRO-CONTADO.
           DISPLAY "Total dos Comprovantes de Cartao:".
           ACCEPT CARTAO-COMPROVADO.

           PERFORM CONFERE-O-CAIXA.
           PERFORM EXIBE-O-FECHAMENTO.
           PERFORM GRAVA-FECHAMENTO-CAIXA.
           ADD 1 TO TOTAL-FECHAMENTOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       ACEITA-FILIAL-DO-CAIXA.
           MOVE SPACES TO FILIAL-DO-CAIXA.
           DISPLAY "Filial do Caixa:".
           ACCEPT FILIAL-DO-CAIXA.
           MOVE FILIAL-DO-CAIXA TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-DO-CAIXA
                       " NAO CONSTA NO CADASTRO DE FILIAIS"
               NOT INVALID KEY
                   SET FILIAL-APTA TO TRUE
                   DISPLAY "FILIAL: " FILIAL-NOME
           END-READ.

       SOMA-VENDAS-DO-CAIXA.
           OPEN INPUT ARQUIVO-VENDA-BALCAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-VENDA-BALCAO.
           PERFORM AVALIA-VENDA-BALCAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-VENDA-BALCAO.

       LER-PROXIMA-VENDA-BALCAO.
           READ ARQUIVO-VENDA-BALCAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-VENDA-BALCAO.
           IF BALC-DATA = DATA-DO-CAIXA
               AND BALC-FILIAL = FILIAL-DO-CAIXA
               AND BALC-OPERADOR = OPERADOR-DO-CAIXA
               ADD 1 TO QTDE-VENDAS-DO-CAIXA
               IF BALC-DINHEIRO
                   ADD BALC-VALOR-TOTAL TO VENDAS-EM-DINHEIRO
               ELSE
                   ADD BALC-VALOR-TOTAL TO VENDAS-EM-CARTAO
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-VENDA-BALCAO.

       CONFERE-O-CAIXA.
      *    As diferencas vao sem sinal, com o sinal em byte proprio
           MOVE SPACE TO LINHA-FECHAMENTO-CAIXA.
           COMPUTE DINHEIRO-ESPERADO =
               FUNDO-DE-TROCO + VENDAS-EM-DINHEIRO.
           IF DINHEIRO-CONTADO < DINHEIRO-ESPERADO
               SET FECX-FALTA-DINHEIRO TO TRUE
               COMPUTE FECX-DIFERENCA-DINHEIRO =
                   DINHEIRO-ESPERADO - DINHEIRO-CONTADO
           ELSE
               SET FECX-SOBRA-DINHEIRO TO TRUE
               COMPUTE FECX-DIFERENCA-DINHEIRO =
                   DINHEIRO-CONTADO - DINHEIRO-ESPERADO
           END-IF.
           IF CARTAO-COMPROVADO < VENDAS-EM-CARTAO
               SET FECX-FALTA-CARTAO TO TRUE
               COMPUTE FECX-DIFERENCA-CARTAO =
                   VENDAS-EM-CARTAO - CARTAO-COMPROVADO
           ELSE
               SET FECX-SOBRA-CARTAO TO TRUE
               COMPUTE FECX-DIFERENCA-CARTAO =
                   CARTAO-COMPROVADO - VENDAS-EM-CARTAO
           END-IF.
           IF FECX-DIFERENCA-DINHEIRO > 0
               OR FECX-DIFERENCA-CARTAO > 0
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       EXIBE-O-FECHAMENTO.
           DISPLAY "=============================================".
           DISPLAY "FECHAMENTO DE CAIXA " DATA-DO-CAIXA " FILIAL "
               FILIAL-DO-CAIXA " OPERADOR " OPERADOR-DO-CAIXA.
           DISPLAY "---------------------------------------------".
           DISPLAY "FUNDO DE TROCO:       " FUNDO-DE-TROCO.
           DISPLAY "VENDAS EM DINHEIRO:   " VENDAS-EM-DINHEIRO.
           DISPLAY "DINHEIRO ESPERADO:    " DINHEIRO-ESPERADO.
           DISPLAY "DINHEIRO CONTADO:     " DINHEIRO-CONTADO.
           DISPLAY "DIFERENCA DINHEIRO:   " FECX-SINAL-DINHEIRO
               FECX-DIFERENCA-DINHEIRO.
           DISPLAY "---------------------------------------------".
           DISPLAY "VENDAS EM CARTAO:     " VENDAS-EM-CARTAO.
           DISPLAY "COMPROVANTES:         " CARTAO-COMPROVADO.
           DISPLAY "DIFERENCA CARTAO:     " FECX-SINAL-CARTAO
               FECX-DIFERENCA-CARTAO.
           DISPLAY "=============================================".
           IF EXECUCAO-COM-ERRO
               DISPLAY "CAIXA COM DIFERENCA - VERIFICAR"
           ELSE
               DISPLAY "CAIXA CONFERIDO SEM DIFERENCA"
           END-IF.

       GRAVA-FECHAMENTO-CAIXA.
      *    Sinais e diferencas ja vem do CONFERE-O-CAIXA
           OPEN EXTEND ARQUIVO-FECHAMENTO-CAIXA.
           MOVE DATA-DO-CAIXA TO FECX-DATA.
           MOVE FILIAL-DO-CAIXA TO FECX-FILIAL.
           MOVE OPERADOR-DO-CAIXA TO FECX-OPERADOR.
           MOVE QTDE-VENDAS-DO-CAIXA TO FECX-QTDE-VENDAS.
           MOVE FUNDO-DE-TROCO TO FECX-FUNDO-TROCO.
           MOVE VENDAS-EM-DINHEIRO TO FECX-VENDAS-DINHEIRO.
           MOVE DINHEIRO-CONTADO TO FECX-DINHEIRO-CONTADO.
           MOVE VENDAS-EM-CARTAO TO FECX-VENDAS-CARTAO.
           MOVE CARTAO-COMPROVADO TO FECX-CARTAO-COMPROVADO.
           MOVE OPERADOR-ID TO FECX-FECHADO-POR.
           ACCEPT FECX-HORA FROM TIME.
           WRITE LINHA-FECHAMENTO-CAIXA.
           CLOSE ARQUIVO-FECHAMENTO-CAIXA.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado;
      *    caixa com diferenca sai como execucao com erro
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "FCAIXA" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-FECHAMENTOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
