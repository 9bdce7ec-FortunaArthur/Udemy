       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG172.
      *    Programa da Aprovacao e Remessa de Pagamentos a
      *    Fornecedores
      *    Segunda metade da rodada de pagamentos do PROG171. So
      *    roda com pagamento_aprovacao.dat PENDENTE (ou APROVADA,
      *    quando a remessa anterior nao chegou a ser gravada), e o
      *    operador que aprova tem que ser outro que nao o que fez a
      *    selecao. Confirmada a aprovacao, grava a remessa de
      *    pagamento pro banco no layout fixo das remessas do PROG76
      *    e do PROG142: cabecalho com a empresa e a data, 1 detalhe
      *    por titulo Selecionado com fornecedor, nome, CNPJ, nota,
      *    vencimento e valor, e rodape com a quantidade e o total.
      *    Cada titulo pago fica com situacao Pago, saldo zerado e a
      *    data do pagamento em contas_pagar.dat; titulo que ja nao
      *    esta em aberto (pago por fora depois da selecao) fica de
      *    fora e sai apontado no console. No fim a aprovacao fica
      *    REMETIDA pra mesma selecao nao ir 2 vezes pro banco.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCPAGAR.cob".
           COPY "SELFORNECEDOR.cob".
           COPY "SELSELPAG.cob".
           COPY "SELAPRVPAG.cob".

           SELECT ARQUIVO-REMESSA-PAGAMENTO
           ASSIGN TO "remessa_pagamentos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCPAGAR.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDSELPAG.cob".
           COPY "FDAPRVPAG.cob".

       FD ARQUIVO-REMESSA-PAGAMENTO.

       01  LINHA-REMESSA-PAGAMENTO.
           05 REMPAG-TIPO-REGISTRO PIC X.
           05 REMPAG-EMPRESA PIC X(20).
           05 REMPAG-DATA PIC 9(8).
           05 REMPAG-TITULO PIC 9(6).
           05 REMPAG-FORNECEDOR PIC 9(6).
           05 REMPAG-NOME PIC X(20).
           05 REMPAG-CNPJ PIC 9(14).
           05 REMPAG-NOTA PIC X(10).
           05 REMPAG-VENCIMENTO PIC 9(8).
           05 REMPAG-VALOR PIC 9(8)V99.
           05 REMPAG-QTDE PIC 9(6).
           05 REMPAG-TOTAL PIC 9(9)V99.

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CPAGAR-FILE-STATUS PIC X(2).
       01  FORNECEDOR-FILE-STATUS PIC X(2).
       01  APRVPAG-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  RESPOSTA PIC X.
       01  OPERADOR-ID PIC X(10).
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-CORTE-DA-SELECAO PIC 9(8).
       01  OPERADOR-DA-SELECAO PIC X(10).
       01  NOVA-SITUACAO-APROVACAO PIC X(8).

       01  APROVACAO-OK-FLAG PIC X VALUE "N".
           88 SELECAO-A-REMETER VALUE "S".
           88 SELECAO-SEM-REMESSA VALUE "N".

       01  QTDE-A-PAGAR PIC 9(6) VALUE 0.
       01  VALOR-A-PAGAR PIC 9(9)V99 VALUE 0.
       01  TOTAL-NA-REMESSA PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-REMESSA PIC 9(9)V99 VALUE 0.
       01  TOTAL-JA-BAIXADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "REMPAG".

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
                   "INATIVO - REMESSA DE PAGAMENTOS ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CONFERE-SITUACAO-DA-SELECAO.
           IF SELECAO-SEM-REMESSA
               DISPLAY "NENHUMA SELECAO PENDENTE (PROG171) - REMESSA "
                   "NAO GERADA"
               PERFORM GRAVA-STATUS-EXECUCAO
               PERFORM ENCERRA-SIGNON
               GO TO PROGRAM-DONE
           END-IF.

           IF OPERADOR-ID = OPERADOR-DA-SELECAO
               DISPLAY "A SELECAO FOI FEITA POR " OPERADOR-DA-SELECAO
                   " - A APROVACAO TEM QUE SER DE OUTRO OPERADOR"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               PERFORM ENCERRA-SIGNON
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM SOMA-TITULOS-SELECIONADOS.
           DISPLAY "SELECAO DE CORTE " DATA-CORTE-DA-SELECAO
               " FEITA POR " OPERADOR-DA-SELECAO.
           DISPLAY "TITULOS A PAGAR: " QTDE-A-PAGAR
               " TOTAL: " VALOR-A-PAGAR.
           DISPLAY "APROVA O PAGAMENTO E GERA A REMESSA? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
               DISPLAY "PAGAMENTO NAO APROVADO - SELECAO CONTINUA "
                   "PENDENTE"
               PERFORM GRAVA-STATUS-EXECUCAO
               PERFORM ENCERRA-SIGNON
               GO TO PROGRAM-DONE
           END-IF.

           MOVE "APROVADA" TO NOVA-SITUACAO-APROVACAO.
           PERFORM REGRAVA-APROVACAO.

           OPEN I-O ARQUIVO-CONTAS-PAGAR.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           OPEN INPUT ARQUIVO-SELECAO-PAGAMENTO.
           OPEN OUTPUT ARQUIVO-REMESSA-PAGAMENTO.

           PERFORM GRAVA-CABECALHO-REMESSA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-SELECAO.
           PERFORM AVALIA-LINHA-SELECAO UNTIL FINAL-ARQUIVO = "S".

           PERFORM GRAVA-RODAPE-REMESSA.

           CLOSE ARQUIVO-CONTAS-PAGAR.
           CLOSE ARQUIVO-FORNECEDOR.
           CLOSE ARQUIVO-SELECAO-PAGAMENTO.
           CLOSE ARQUIVO-REMESSA-PAGAMENTO.

           MOVE "REMETIDA" TO NOVA-SITUACAO-APROVACAO.
           PERFORM REGRAVA-APROVACAO.

           DISPLAY "---------------------------------------------".
           DISPLAY "TOTAL DE PAGAMENTOS NA REMESSA: " TOTAL-NA-REMESSA.
           DISPLAY "VALOR TOTAL DA REMESSA: " TOTAL-VALOR-REMESSA.
           IF TOTAL-JA-BAIXADOS > 0
               DISPLAY "TITULOS FORA DA REMESSA POR JA ESTAREM PAGOS: "
                   TOTAL-JA-BAIXADOS
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.
           PERFORM ENCERRA-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       ENCERRA-SIGNON.
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       CONFERE-SITUACAO-DA-SELECAO.
      *    Arquivo ausente ou REMETIDA nao tem o que pagar
           SET SELECAO-SEM-REMESSA TO TRUE.
           OPEN INPUT ARQUIVO-APROVACAO-PAGAMENTO.
           IF APRVPAG-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-PAGAMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APRVPAG-PENDENTE OR APRVPAG-APROVADA
                           SET SELECAO-A-REMETER TO TRUE
                           MOVE APRVPAG-DATA-CORTE
                               TO DATA-CORTE-DA-SELECAO
                           MOVE APRVPAG-OPERADOR-SELECAO
                               TO OPERADOR-DA-SELECAO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-PAGAMENTO.

       REGRAVA-APROVACAO.
      *    NOVA-SITUACAO-APROVACAO ja vem preenchida por quem chamou
           OPEN OUTPUT ARQUIVO-APROVACAO-PAGAMENTO.
           MOVE SPACE TO LINHA-APROVACAO-PAGAMENTO.
           MOVE NOVA-SITUACAO-APROVACAO TO APRVPAG-SITUACAO.
           MOVE DATA-CORTE-DA-SELECAO TO APRVPAG-DATA-CORTE.
           MOVE OPERADOR-DA-SELECAO TO APRVPAG-OPERADOR-SELECAO.
           MOVE DATA-EXECUCAO TO APRVPAG-DATA.
           MOVE OPERADOR-ID TO APRVPAG-OPERADOR.
           WRITE LINHA-APROVACAO-PAGAMENTO.
           CLOSE ARQUIVO-APROVACAO-PAGAMENTO.

       SOMA-TITULOS-SELECIONADOS.
           OPEN INPUT ARQUIVO-SELECAO-PAGAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-SELECAO.
           PERFORM SOMA-LINHA-SELECAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-SELECAO-PAGAMENTO.

       SOMA-LINHA-SELECAO.
           IF SELPAG-SELECIONADO
               ADD 1 TO QTDE-A-PAGAR
               ADD SELPAG-VALOR TO VALOR-A-PAGAR
           END-IF.
           PERFORM LER-PROXIMA-SELECAO.

       LER-PROXIMA-SELECAO.
           READ ARQUIVO-SELECAO-PAGAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-LINHA-SELECAO.
           IF SELPAG-SELECIONADO
               PERFORM PAGA-TITULO-SELECIONADO
           END-IF.
           PERFORM LER-PROXIMA-SELECAO.

       PAGA-TITULO-SELECIONADO.
      *    O valor pago e o saldo do titulo hoje, nao o da selecao
           MOVE SELPAG-TITULO TO CPAGAR-NUMERO.
           READ ARQUIVO-CONTAS-PAGAR
               INVALID KEY
                   DISPLAY "TITULO " SELPAG-TITULO
                       " NAO ENCONTRADO - FORA DA REMESSA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF CPAGAR-EM-ABERTO AND CPAGAR-SALDO > 0
                       PERFORM GRAVA-DETALHE-REMESSA
                       PERFORM BAIXA-TITULO-PAGO
                   ELSE
                       DISPLAY "TITULO " SELPAG-TITULO
                           " JA PAGO - FORA DA REMESSA"
                       ADD 1 TO TOTAL-JA-BAIXADOS
                   END-IF
           END-READ.

       GRAVA-CABECALHO-REMESSA.
           MOVE SPACE TO LINHA-REMESSA-PAGAMENTO.
           MOVE "H" TO REMPAG-TIPO-REGISTRO.
           MOVE "COMERCIAL ALFA LTDA" TO REMPAG-EMPRESA.
           MOVE DATA-EXECUCAO TO REMPAG-DATA.
           WRITE LINHA-REMESSA-PAGAMENTO.

       GRAVA-DETALHE-REMESSA.
           MOVE CPAGAR-FORNECEDOR TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE SPACE TO FORNECEDOR-NOME
                   MOVE 0 TO FORNECEDOR-CNPJ
           END-READ.

           MOVE SPACE TO LINHA-REMESSA-PAGAMENTO.
           MOVE "D" TO REMPAG-TIPO-REGISTRO.
           MOVE CPAGAR-NUMERO TO REMPAG-TITULO.
           MOVE CPAGAR-FORNECEDOR TO REMPAG-FORNECEDOR.
           MOVE FORNECEDOR-NOME TO REMPAG-NOME.
           MOVE FORNECEDOR-CNPJ TO REMPAG-CNPJ.
           MOVE CPAGAR-NOTA TO REMPAG-NOTA.
           MOVE CPAGAR-DATA-VENCIMENTO TO REMPAG-VENCIMENTO.
           MOVE CPAGAR-SALDO TO REMPAG-VALOR.
           WRITE LINHA-REMESSA-PAGAMENTO.
           ADD 1 TO TOTAL-NA-REMESSA.
           ADD CPAGAR-SALDO TO TOTAL-VALOR-REMESSA.

       BAIXA-TITULO-PAGO.
           MOVE 0 TO CPAGAR-SALDO.
           SET CPAGAR-PAGO TO TRUE.
           MOVE DATA-EXECUCAO TO CPAGAR-DATA-PAGAMENTO.
           MOVE OPERADOR-ID TO CPAGAR-OPERADOR.
           REWRITE CPAGAR-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR O TITULO " CPAGAR-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-REWRITE.

       GRAVA-RODAPE-REMESSA.
           MOVE SPACE TO LINHA-REMESSA-PAGAMENTO.
           MOVE "T" TO REMPAG-TIPO-REGISTRO.
           MOVE TOTAL-NA-REMESSA TO REMPAG-QTDE.
           MOVE TOTAL-VALOR-REMESSA TO REMPAG-TOTAL.
           WRITE LINHA-REMESSA-PAGAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de pagamentos gravados na remessa; a linha sai
      *    sob a sigla REMPAG (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "REMPAG" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-NA-REMESSA TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
