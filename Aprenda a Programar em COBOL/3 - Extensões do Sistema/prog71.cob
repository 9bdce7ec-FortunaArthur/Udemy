       PROGRAM-ID. PROG71.
      *    Programa do Fechamento Mensal de Comissao de Vendas
      *    Le vendas.dat, acumula o total vendido por vendedor no mes
      *    informado (AAAAMM) e aplica a cada total a tabela de faixas
      *    de comissao que o PROG53 demonstrava na tela: a faixa em
      *    que o total cai decide o percentual, e a comissao e total
      *    vezes percentual. Imprime o relatorio de comissao por
      *    SELEXTCOM/FDEXTCOM: a folha (PROG74) recolhe a comissao
      *    como provento e o demonstrativo por vendedor (PROG155) le
      *    o mesmo arquivo.
      *    As linhas de Estorno de vendas.dat (devolucao do PROG125 e
      *    cancelamento pos-venda do PROG63) passaram a ser abatidas
      *    do total do vendedor no mes em que acontecem. Quando os
      *    estornos passam das vendas, a comissao do mes e zero e o
      *    que sobrou negativo vai pra comissao_saldo_negativo.dat
      *    como saldo a compensar no mes seguinte, que o fechamento
      *    daquele mes abate antes de escolher a faixa; rerodar o
      *    mes regrava (ou apaga) o mesmo saldo, sem duplicar.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    O STOP RUN virou GOBACK, pra rodar como passo da cadeia do
      *    fechamento do mes do PROG309.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELVENDA.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELEXTCOM.cob".
           COPY "SELCOMSALDO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
           COPY "FDVENDA.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXTCOM.cob".
           COPY "FDCOMSALDO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  COMSALDO-FILE-STATUS PIC X(2).
       01  FINAL-SALDOS PIC X.
       01  FINAL-VENDAS PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  MES-FECHAMENTO PIC 9(6).
       01  MES-FECHAMENTO-DESMONTADO REDEFINES MES-FECHAMENTO.
           05 MES-FECHAMENTO-AA PIC 9(4).
           05 MES-FECHAMENTO-MM PIC 99.
       01  VENDEDOR-PROCURADO PIC 9(4).

      *    Mes seguinte ao fechamento, que recebe o saldo negativo
       01  MES-SEGUINTE.
           05 MES-SEGUINTE-AA PIC 9(4).
           05 MES-SEGUINTE-MM PIC 99.

       01  DATA-VENDA-DESMONTADA.
           05 VENDA-MES-AAMM PIC 9(6).
           05 VENDA-DIA PIC 99.

       01  QTDE-VENDEDORES PIC 9(3) VALUE 0.
       01  TABELA-VENDEDORES.
           05 VENDEDOR-ITEM OCCURS 100 TIMES.
               10 VEND-TAB-CODIGO PIC 9(4).
               10 VEND-TAB-VENDAS PIC 9(8)V99.
               10 VEND-TAB-ESTORNOS PIC 9(8)V99.
               10 VEND-TAB-A-COMPENSAR PIC 9(8)V99.
               10 VEND-TAB-TOTAL PIC S9(8)V99.

      *    Tabela de faixas de comissao: o total vendido no mes cai
      *    numa faixa pelo limite superior, e a faixa da o percentual
       01  TOTAL-VENDAS-LIDAS PIC 9(6) VALUE 0.
       01  TOTAL-VENDAS-NO-MES PIC 9(6) VALUE 0.
       01  TOTAL-COMISSOES PIC 9(8)V99 VALUE 0.
       01  TOTAL-ESTORNOS-NO-MES PIC 9(6) VALUE 0.
       01  SALDO-A-TRANSPORTAR PIC 9(8)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME O MES DO FECHAMENTO (AAAAMM):".
           ACCEPT MES-FECHAMENTO.

           IF MES-FECHAMENTO-MM = 12
               COMPUTE MES-SEGUINTE-AA = MES-FECHAMENTO-AA + 1
               MOVE 1 TO MES-SEGUINTE-MM
           ELSE
               MOVE MES-FECHAMENTO-AA TO MES-SEGUINTE-AA
               COMPUTE MES-SEGUINTE-MM = MES-FECHAMENTO-MM + 1
           END-IF.

           OPEN I-O ARQUIVO-SALDO-COMISSAO.
           PERFORM CARREGA-SALDOS-A-COMPENSAR.

           OPEN INPUT ARQUIVO-VENDA.

           MOVE "N" TO FINAL-VENDAS.
               UNTIL INDICE-VENDEDOR > QTDE-VENDEDORES.
           DISPLAY "-------------------------------------------------".
           DISPLAY "VENDAS LIDAS: " TOTAL-VENDAS-LIDAS
               " VENDAS NO MES: " TOTAL-VENDAS-NO-MES
               " ESTORNOS NO MES: " TOTAL-ESTORNOS-NO-MES.
           DISPLAY "TOTAL DE COMISSOES DO MES: " TOTAL-COMISSOES.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-EXTRATO-COMISSAO.
           CLOSE ARQUIVO-SALDO-COMISSAO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMA-VENDA.
           READ ARQUIVO-VENDA NEXT RECORD
               AT END MOVE "S" TO FINAL-VENDAS.

       CARREGA-SALDOS-A-COMPENSAR.
      *    Vendedor com saldo negativo trazido do mes anterior entra
      *    na tabela mesmo sem venda no mes
           MOVE ZEROS TO COMSALDO-CHAVE.
           MOVE "N" TO FINAL-SALDOS.
           START ARQUIVO-SALDO-COMISSAO
               KEY IS NOT LESS THAN COMSALDO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-SALDOS
           END-START.
           PERFORM CARREGA-UM-SALDO UNTIL FINAL-SALDOS = "S".

       CARREGA-UM-SALDO.
           READ ARQUIVO-SALDO-COMISSAO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-SALDOS
           END-READ.
           IF FINAL-SALDOS = "N"
               IF COMSALDO-MES = MES-FECHAMENTO
                   MOVE COMSALDO-VENDEDOR TO VENDEDOR-PROCURADO
                   PERFORM LOCALIZA-VENDEDOR
                   IF VENDEDOR-FORA-TABELA
                       PERFORM INCLUI-VENDEDOR
                   END-IF
                   ADD COMSALDO-VALOR
                       TO VEND-TAB-A-COMPENSAR(INDICE-ACHADO)
               END-IF
           END-IF.

       ACUMULA-VENDA.
           ADD 1 TO TOTAL-VENDAS-LIDAS.
           MOVE VENDA-DATA TO DATA-VENDA-DESMONTADA.
           IF VENDA-MES-AAMM = MES-FECHAMENTO
               MOVE VENDA-VENDEDOR TO VENDEDOR-PROCURADO
               PERFORM LOCALIZA-VENDEDOR
               IF VENDEDOR-FORA-TABELA
                   PERFORM INCLUI-VENDEDOR
               END-IF
               IF VENDA-ESTORNO
                   ADD 1 TO TOTAL-ESTORNOS-NO-MES
                   ADD VENDA-VALOR
                       TO VEND-TAB-ESTORNOS(INDICE-ACHADO)
               ELSE
                   ADD 1 TO TOTAL-VENDAS-NO-MES
                   ADD VENDA-VALOR TO VEND-TAB-VENDAS(INDICE-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-VENDA.

                  OR VENDEDOR-NA-TABELA.

       COMPARA-VENDEDOR.
           IF VEND-TAB-CODIGO(INDICE-VENDEDOR) = VENDEDOR-PROCURADO
               SET VENDEDOR-NA-TABELA TO TRUE
               MOVE INDICE-VENDEDOR TO INDICE-ACHADO
           END-IF.
       INCLUI-VENDEDOR.
      *    Vendedor novo, abre uma posicao nova na tabela
           ADD 1 TO QTDE-VENDEDORES.
           MOVE VENDEDOR-PROCURADO
               TO VEND-TAB-CODIGO(QTDE-VENDEDORES).
           MOVE ZERO TO VEND-TAB-VENDAS(QTDE-VENDEDORES).
           MOVE ZERO TO VEND-TAB-ESTORNOS(QTDE-VENDEDORES).
           MOVE ZERO TO VEND-TAB-A-COMPENSAR(QTDE-VENDEDORES).
           MOVE ZERO TO VEND-TAB-TOTAL(QTDE-VENDEDORES).
           MOVE QTDE-VENDEDORES TO INDICE-ACHADO.

       PROCESSA-VENDEDOR.
      *    Total liquido = vendas - estornos - saldo negativo
      *    trazido; liquido negativo nao comissiona e e transportado
           COMPUTE VEND-TAB-TOTAL(INDICE-VENDEDOR) =
               VEND-TAB-VENDAS(INDICE-VENDEDOR)
               - VEND-TAB-ESTORNOS(INDICE-VENDEDOR)
               - VEND-TAB-A-COMPENSAR(INDICE-VENDEDOR).
           IF VEND-TAB-TOTAL(INDICE-VENDEDOR) < 0
               MOVE ZERO TO PERCENTUAL-APLICADO
               MOVE ZERO TO VALOR-COMISSAO
               COMPUTE SALDO-A-TRANSPORTAR =
                   0 - VEND-TAB-TOTAL(INDICE-VENDEDOR)
           ELSE
               PERFORM ESCOLHE-FAIXA-COMISSAO
               COMPUTE VALOR-COMISSAO =
                   VEND-TAB-TOTAL(INDICE-VENDEDOR)
                   * PERCENTUAL-APLICADO
               MOVE ZERO TO SALDO-A-TRANSPORTAR
           END-IF.
           PERFORM ACERTA-SALDO-DO-MES-SEGUINTE.
           ADD VALOR-COMISSAO TO TOTAL-COMISSOES.

           MOVE VEND-TAB-CODIGO(INDICE-VENDEDOR)

           DISPLAY "VENDEDOR " VEND-TAB-CODIGO(INDICE-VENDEDOR)
               " " FUNCIONARIO-NOME.
           DISPLAY "  VENDAS: " VEND-TAB-VENDAS(INDICE-VENDEDOR)
               " ESTORNOS: " VEND-TAB-ESTORNOS(INDICE-VENDEDOR)
               " SALDO ANTERIOR A COMPENSAR: "
               VEND-TAB-A-COMPENSAR(INDICE-VENDEDOR).
           DISPLAY "  TOTAL LIQUIDO: "
               VEND-TAB-TOTAL(INDICE-VENDEDOR)
               " PERCENTUAL: " PERCENTUAL-APLICADO
               " COMISSAO: " VALOR-COMISSAO.
           IF SALDO-A-TRANSPORTAR > 0
               DISPLAY "  SALDO NEGATIVO TRANSPORTADO PARA "
                   MES-SEGUINTE ": " SALDO-A-TRANSPORTAR
           END-IF.

           PERFORM GRAVA-EXTRATO-COMISSAO.

       ACERTA-SALDO-DO-MES-SEGUINTE.
      *    Grava ou regrava o saldo a compensar no mes seguinte; sem
      *    saldo, apaga o que uma rodada anterior tenha deixado
           MOVE VEND-TAB-CODIGO(INDICE-VENDEDOR) TO COMSALDO-VENDEDOR.
           MOVE MES-SEGUINTE TO COMSALDO-MES.
           READ ARQUIVO-SALDO-COMISSAO
               INVALID KEY
                   IF SALDO-A-TRANSPORTAR > 0
                       PERFORM GRAVA-SALDO-A-COMPENSAR
                   END-IF
               NOT INVALID KEY
                   IF SALDO-A-TRANSPORTAR > 0
                       MOVE SALDO-A-TRANSPORTAR TO COMSALDO-VALOR
                       MOVE MES-FECHAMENTO TO COMSALDO-MES-ORIGEM
                       REWRITE COMSALDO-REGISTRO
                   ELSE
                       DELETE ARQUIVO-SALDO-COMISSAO RECORD
                   END-IF
           END-READ.

       GRAVA-SALDO-A-COMPENSAR.
           MOVE SPACE TO COMSALDO-REGISTRO.
           MOVE VEND-TAB-CODIGO(INDICE-VENDEDOR) TO COMSALDO-VENDEDOR.
           MOVE MES-SEGUINTE TO COMSALDO-MES.
           MOVE SALDO-A-TRANSPORTAR TO COMSALDO-VALOR.
           MOVE MES-FECHAMENTO TO COMSALDO-MES-ORIGEM.
           WRITE COMSALDO-REGISTRO.

       ESCOLHE-FAIXA-COMISSAO.
      *    Percorre as faixas em ordem e fica com a primeira cujo
      *    limite superior comporta o total vendido
       GRAVA-EXTRATO-COMISSAO.
           MOVE VEND-TAB-CODIGO(INDICE-VENDEDOR) TO EXTCOM-VENDEDOR.
           MOVE MES-FECHAMENTO TO EXTCOM-MES.
           IF VEND-TAB-TOTAL(INDICE-VENDEDOR) < 0
               MOVE ZERO TO EXTCOM-TOTAL-VENDIDO
           ELSE
               MOVE VEND-TAB-TOTAL(INDICE-VENDEDOR)
                   TO EXTCOM-TOTAL-VENDIDO
           END-IF.
           MOVE PERCENTUAL-APLICADO TO EXTCOM-PERCENTUAL.
           MOVE VALOR-COMISSAO TO EXTCOM-COMISSAO.
           WRITE LINHA-EXTRATO-COMISSAO.
