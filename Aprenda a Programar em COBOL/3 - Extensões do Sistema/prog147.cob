      *      total) e, em novembro e dezembro, as 2 parcelas do
      *      decimo terceiro (metade do total cada).
      *    O saldo inicial de caixa e informado pelo operador.
      *
      *    HISTORICO DE ALTERACOES
      *    Entram tambem nas saidas os pagamentos a fornecedores ja
      *    separados pela selecao do PROG171 e ainda nao remetidos
      *    (pagamento_aprovacao.dat PENDENTE ou APROVADA): cada
      *    titulo Selecionado de pagamentos_selecionados.dat cai na
      *    semana do vencimento, e o ja vencido na semana 1. Titulo
      *    Retido nao entra.
      *    As entradas passaram a cair na semana do vencimento de
      *    cada parcela (RECEBIVEL-DATA-VENCIMENTO, gravado pelo
      *    PROG66 pela condicao de pagamento do pedido), em vez do
      *    faturamento + 30 dias pra todo titulo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRECEBIVEL.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELSELPAG.cob".
           COPY "SELAPRVPAG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRECEBIVEL.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDSELPAG.cob".
           COPY "FDAPRVPAG.cob".

       WORKING-STORAGE SECTION.

       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  APRVPAG-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.

       01  SELECAO-PAGAMENTO-FLAG PIC X VALUE "N".
           88 SELECAO-A-PAGAR VALUE "S".
           88 SEM-SELECAO-A-PAGAR VALUE "N".

       01  DATA-COMPROMISSO.
           05 COMPROMISSO-AA PIC 9(4).
           05 COMPROMISSO-MM PIC 99.
           05 COMPROMISSO-DD PIC 99.

           88 DIA-DO-EVENTO-UTIL VALUE "S".
           88 DIA-DO-EVENTO-NAO-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

       01  DATA-DO-COMPROMISSO.
           05 COMPDIA-AA PIC 9(4).
           05 COMPDIA-MM PIC 99.
           05 COMPDIA-DD PIC 99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.
           PERFORM PROJETA-ENTRADAS-DOS-TITULOS.
           PERFORM APURA-TOTAL-DE-SALARIOS.
           PERFORM PROJETA-SAIDAS-DE-FOLHA.
           PERFORM PROJETA-SAIDAS-A-FORNECEDORES.

           PERFORM IMPRIME-PROJECAO.


       AVALIA-TITULO.
           IF RECEBIVEL-EM-ABERTO AND RECEBIVEL-SALDO > 0
               MOVE RECEBIVEL-DATA-VENCIMENTO
                   TO DATA-VENCIMENTO-DESMONTADA
               COMPUTE DIAS-DO-EVENTO = VENCTO-AA * 360
                   + VENCTO-MM * 30 + VENCTO-DD
               MOVE RECEBIVEL-SALDO TO VALOR-DO-EVENTO
               PERFORM LANCA-ENTRADA-NA-SEMANA
           END-IF.
                   TO SEMANA-SAIDAS(SEMANA-DO-EVENTO)
           END-IF.

       PROJETA-SAIDAS-A-FORNECEDORES.
      *    Selecao ja REMETIDA saiu do caixa e nao entra de novo;
      *    sem pagamento_aprovacao.dat nao ha selecao nenhuma
           SET SEM-SELECAO-A-PAGAR TO TRUE.
           OPEN INPUT ARQUIVO-APROVACAO-PAGAMENTO.
           IF APRVPAG-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-PAGAMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APRVPAG-PENDENTE OR APRVPAG-APROVADA
                           SET SELECAO-A-PAGAR TO TRUE
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-PAGAMENTO.

           IF SELECAO-A-PAGAR
               OPEN INPUT ARQUIVO-SELECAO-PAGAMENTO
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LER-PROXIMA-SELECAO
               PERFORM AVALIA-PAGAMENTO-SELECIONADO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-SELECAO-PAGAMENTO
           END-IF.

       LER-PROXIMA-SELECAO.
           READ ARQUIVO-SELECAO-PAGAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PAGAMENTO-SELECIONADO.
           IF SELPAG-SELECIONADO
               MOVE SELPAG-VENCIMENTO TO DATA-VENCIMENTO-DESMONTADA
               COMPUTE DIAS-DO-EVENTO = VENCTO-AA * 360
                   + VENCTO-MM * 30 + VENCTO-DD
               MOVE SELPAG-VALOR TO VALOR-DO-EVENTO
               PERFORM LANCA-SAIDA-NA-SEMANA
           END-IF.
           PERFORM LER-PROXIMA-SELECAO.

       IMPRIME-PROJECAO.
           DISPLAY "PROJECAO DE FLUXO DE CAIXA - 8 SEMANAS A PARTIR "
               "DE " DATA-EXECUCAO.
