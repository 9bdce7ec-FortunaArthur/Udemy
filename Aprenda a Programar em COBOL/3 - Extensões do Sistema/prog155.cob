      *    O numero do fechamento do PROG71 morria no relatorio e
      *    cada vendedor reconstruia a propria comissao de memoria.
      *    Este demonstrativo, 1 pagina por vendedor no padrao de
      *    quebra do PROG75, le o mes informado (AAAAMM): as vendas do
      *    vendedor em vendas.dat linha a linha, e o fechamento do
      *    extrato comissoes_extrato.dat com o total vendido, o
      *    percentual da faixa aplicada e a comissao - a mesma
      *    comissao que a folha do PROG74 recolhe como provento.
      *    Os estornos de comissao (devolucao e cancelamento pos-venda)
      *    saem em linhas proprias, com o pedido de origem, e o rodape
      *    mostra o saldo negativo que veio do mes anterior e o que
      *    ficou para o mes seguinte em comissao_saldo_negativo.dat.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELEXTCOM.cob".
           COPY "SELVENDA.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCOMSALDO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDEXTCOM.cob".
           COPY "FDVENDA.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCOMSALDO.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  COMSALDO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).
       01  MES-APURADO-DESMONTADO REDEFINES MES-APURADO.
           05 MES-APURADO-AA PIC 9(4).
           05 MES-APURADO-MM PIC 99.
       01  MES-SEGUINTE.
           05 MES-SEGUINTE-AA PIC 9(4).
           05 MES-SEGUINTE-MM PIC 99.
       01  SALDO-ANTERIOR PIC 9(8)V99.
       01  SALDO-TRANSPORTADO PIC 9(8)V99.

       01  DATA-VENDA-DESMONTADA.
           05 VENDA-MES-AAMM PIC 9(6).
           05 VENDA-DIA PIC 99.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  VENDEDOR-DA-PAGINA PIC 9(4).
       01  QTDE-VENDAS-DA-PAGINA PIC 9(4).
       01  QTDE-ESTORNOS-DA-PAGINA PIC 9(4).
       01  TOTAL-VENDAS-DA-PAGINA PIC 9(8)V99.
       01  TOTAL-ESTORNOS-DA-PAGINA PIC 9(8)V99.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.
       01  TOTAL-DEMONSTRATIVOS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME O MES DO DEMONSTRATIVO (AAAAMM):".
           ACCEPT MES-APURADO.

           IF MES-APURADO-MM = 12
               COMPUTE MES-SEGUINTE-AA = MES-APURADO-AA + 1
               MOVE 1 TO MES-SEGUINTE-MM
           ELSE
               MOVE MES-APURADO-AA TO MES-SEGUINTE-AA
               COMPUTE MES-SEGUINTE-MM = MES-APURADO-MM + 1
           END-IF.

           OPEN INPUT ARQUIVO-EXTRATO-COMISSAO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-SALDO-COMISSAO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-EXTRATO.

           CLOSE ARQUIVO-EXTRATO-COMISSAO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SALDO-COMISSAO.

           DISPLAY "---------------------------------------------".
           DISPLAY "DEMONSTRATIVOS IMPRESSOS: " TOTAL-DEMONSTRATIVOS.
           DISPLAY "VENDAS DO MES (DATA VALOR)".

           PERFORM LISTA-VENDAS-DO-VENDEDOR.
           PERFORM OBTEM-SALDOS-NEGATIVOS.

           DISPLAY "---------------------------------------------".
           DISPLAY "VENDAS LISTADAS:  " QTDE-VENDAS-DA-PAGINA
               " VALOR: " TOTAL-VENDAS-DA-PAGINA.
           DISPLAY "ESTORNOS:         " QTDE-ESTORNOS-DA-PAGINA
               " VALOR: " TOTAL-ESTORNOS-DA-PAGINA.
           IF SALDO-ANTERIOR > 0
               DISPLAY "SALDO NEGATIVO DO MES ANTERIOR: "
                   SALDO-ANTERIOR
           END-IF.
           DISPLAY "TOTAL LIQUIDO:    " EXTCOM-TOTAL-VENDIDO.
           DISPLAY "FAIXA APLICADA:   " EXTCOM-PERCENTUAL.
           DISPLAY "COMISSAO DO MES:  " EXTCOM-COMISSAO.
           IF SALDO-TRANSPORTADO > 0
               DISPLAY "SALDO NEGATIVO PARA " MES-SEGUINTE ": "
                   SALDO-TRANSPORTADO
           END-IF.
           DISPLAY "=============================================".
           ADD 1 TO TOTAL-DEMONSTRATIVOS.

      *    vendas.dat e aberto e varrido por pagina: o arquivo e
      *    pequeno e o demonstrativo sai na ordem do extrato
           MOVE 0 TO QTDE-VENDAS-DA-PAGINA.
           MOVE 0 TO QTDE-ESTORNOS-DA-PAGINA.
           MOVE 0 TO TOTAL-VENDAS-DA-PAGINA.
           MOVE 0 TO TOTAL-ESTORNOS-DA-PAGINA.
           OPEN INPUT ARQUIVO-VENDA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-VENDA.
           MOVE VENDA-DATA TO DATA-VENDA-DESMONTADA.
           IF VENDA-VENDEDOR = VENDEDOR-DA-PAGINA
               AND VENDA-MES-AAMM = MES-APURADO
               PERFORM LISTA-LINHA-DA-VENDA
           END-IF.
           PERFORM LER-PROXIMA-VENDA.

       LISTA-LINHA-DA-VENDA.
           IF VENDA-ESTORNO
               DISPLAY "  " VENDA-DATA " " VENDA-VALOR
                   " ESTORNO PEDIDO " VENDA-PEDIDO
               ADD 1 TO QTDE-ESTORNOS-DA-PAGINA
               ADD VENDA-VALOR TO TOTAL-ESTORNOS-DA-PAGINA
           ELSE
               DISPLAY "  " VENDA-DATA " " VENDA-VALOR
               ADD 1 TO QTDE-VENDAS-DA-PAGINA
               ADD VENDA-VALOR TO TOTAL-VENDAS-DA-PAGINA
           END-IF.

       OBTEM-SALDOS-NEGATIVOS.
      *    Saldo que entrou no mes (gravado pelo fechamento anterior)
      *    e saldo que o fechamento deste mes mandou pro seguinte
           MOVE 0 TO SALDO-ANTERIOR.
           MOVE 0 TO SALDO-TRANSPORTADO.
           MOVE VENDEDOR-DA-PAGINA TO COMSALDO-VENDEDOR.
           MOVE MES-APURADO TO COMSALDO-MES.
           READ ARQUIVO-SALDO-COMISSAO
               NOT INVALID KEY
                   MOVE COMSALDO-VALOR TO SALDO-ANTERIOR
           END-READ.
           MOVE VENDEDOR-DA-PAGINA TO COMSALDO-VENDEDOR.
           MOVE MES-SEGUINTE TO COMSALDO-MES.
           READ ARQUIVO-SALDO-COMISSAO
               NOT INVALID KEY
                   MOVE COMSALDO-VALOR TO SALDO-TRANSPORTADO
           END-READ.
