       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG191.
      *    Programa do Ciclo do Pedido ao Recebimento e do DSO
      *    O pedido carrega a data dele, a de embarque e a de
      *    pagamento, e a liberacao pra faturamento fica na trilha
      *    hist_pedidos.dat (operacao L do PROG63), mas ninguem media
      *    quanto tempo cada etapa leva. Este relatorio, pro mes
      *    informado (AAAAMM, pela PEDIDO-DATA; pedido cancelado fica
      *    fora), mede em dias corridos, na conta de mes comercial do
      *    PROG68, as 4 etapas de cada pedido:
      *    1 - pedido ate a liberacao (primeira linha L da trilha);
      *    2 - liberacao ate o embarque (PEDIDO-DATA-EMBARQUE);
      *    3 - embarque ate o faturamento (titulo, parcela 01);
      *    4 - faturamento ate o pagamento (PEDIDO-DATA-PAGAMENTO).
      *    Etapa sem uma das 2 pontas (pedido ainda no caminho)
      *    nao entra na conta. Sai a media e o pior caso de cada
      *    etapa por filial do cliente e por vendedor do pedido, e o
      *    DSO de cada um: saldo em aberto hoje em recebiveis.dat
      *    sobre o faturado no mes, vezes 30 dias. No fim, a lista
      *    dos pedidos com alguma etapa acima do limite de dias
      *    informado. Os pedidos do mes sao carregados numa tabela
      *    e cada arquivo e lido 1 vez so; mes maior que a tabela
      *    aborta o relatorio.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDIDO.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELHISTPEDIDO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDIDO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDHISTPEDIDO.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  MES-APURADO PIC 9(6).
       01  LIMITE-DE-DIAS PIC 9(3).

       01  DATA-BASE-DESMONTADA.
           05 BASE-MES-AAMM PIC 9(6).
           05 BASE-DIA PIC 99.

       01  DATA-PARA-DIAS PIC 9(8).
       01  DATA-PARA-DIAS-PARTES REDEFINES DATA-PARA-DIAS.
           05 DIAS-AA PIC 9(4).
           05 DIAS-MM PIC 99.
           05 DIAS-DD PIC 99.
       01  DIAS-DA-DATA PIC 9(6).
       01  DIAS-INICIO-ETAPA PIC 9(6).
       01  DIAS-DA-ETAPA PIC S9(6).

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

      *    Pedidos do mes com as datas de cada ponta das etapas
       01  TABELA-PEDIDOS-DO-MES.
           05 PEDIDO-CICLO OCCURS 1000 TIMES.
               10 CICLO-PEDIDO PIC 9(6).
               10 CICLO-CLIENTE PIC 9(6).
               10 CICLO-FILIAL PIC X(4).
               10 CICLO-VENDEDOR PIC 9(4).
               10 CICLO-DATA PIC 9(8) OCCURS 5 TIMES.
               10 CICLO-DIAS PIC S9(6) OCCURS 4 TIMES.
               10 CICLO-ETAPA-MEDIDA PIC X OCCURS 4 TIMES.
       01  QTDE-PEDIDOS PIC 9(4) VALUE 0.
       01  MAX-PEDIDOS PIC 9(4) VALUE 1000.
       01  INDICE-PEDIDO PIC 9(4).
       01  INDICE-PEDIDO-ACHADO PIC 9(4).
       01  PEDIDO-PROCURADO PIC 9(6).
       01  INDICE-ETAPA PIC 9.

       01  TABELA-FLAG PIC X VALUE "N".
           88 TABELA-ESTOURADA VALUE "S".
           88 TABELA-CABE VALUE "N".

      *    Grupos da quebra: tipo F (filial) ou V (vendedor)
       01  TABELA-GRUPOS-CICLO.
           05 GRUPO-CICLO OCCURS 120 TIMES.
               10 GRP-TIPO PIC X.
               10 GRP-CHAVE PIC X(4).
               10 GRP-ETAPA OCCURS 4 TIMES.
                   15 GRP-QTDE PIC 9(5) VALUE 0.
                   15 GRP-DIAS-SOMADOS PIC 9(8) VALUE 0.
                   15 GRP-PIOR PIC 9(6) VALUE 0.
               10 GRP-SALDO-ABERTO PIC 9(10)V99 VALUE 0.
               10 GRP-FATURADO-MES PIC 9(10)V99 VALUE 0.
       01  QTDE-GRUPOS PIC 9(3) VALUE 0.
       01  MAX-GRUPOS PIC 9(3) VALUE 120.
       01  INDICE-GRUPO PIC 9(3).
       01  INDICE-GRUPO-ACHADO PIC 9(3).
       01  TIPO-PROCURADO PIC X.
       01  CHAVE-PROCURADA PIC X(4).
       01  VENDEDOR-EM-TEXTO PIC 9(4).

       01  FILIAL-DO-TITULO PIC X(4).
       01  VENDEDOR-DO-TITULO PIC 9(4).
       01  MEDIA-DA-ETAPA PIC 9(4)V9.
       01  DSO-DO-GRUPO PIC 9(5)V9.
       01  TITULO-DA-ETAPA PIC X(22).

       01  SALDO-ABERTO-TOTAL PIC 9(11)V99 VALUE 0.
       01  FATURADO-MES-TOTAL PIC 9(11)V99 VALUE 0.
       01  DSO-TOTAL PIC 9(5)V9.
       01  TOTAL-ACIMA-DO-LIMITE PIC 9(4) VALUE 0.
       01  PEDIDO-ACIMA-FLAG PIC X.
           88 PEDIDO-ACIMA-DO-LIMITE VALUE "S".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME O MES DOS PEDIDOS (AAAAMM):".
           ACCEPT MES-APURADO.
           MOVE ZEROS TO LIMITE-DE-DIAS.
           DISPLAY "LIMITE DE DIAS POR ETAPA (ENTER = 30):".
           ACCEPT LIMITE-DE-DIAS.
           IF LIMITE-DE-DIAS = 0
               MOVE 30 TO LIMITE-DE-DIAS
           END-IF.

           OPEN INPUT ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-RECEBIVEL.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM CARREGA-PEDIDO-DO-MES UNTIL FINAL-ARQUIVO = "S".

           IF TABELA-ESTOURADA
               DISPLAY "MES COM MAIS DE " MAX-PEDIDOS
                   " PEDIDOS - RELATORIO ABORTADO"
               CLOSE ARQUIVO-PEDIDO
               CLOSE ARQUIVO-CLIENTE
               CLOSE ARQUIVO-RECEBIVEL
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-HISTORICO-PEDIDO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-TRILHA.
           PERFORM AVALIA-LINHA-DA-TRILHA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-PEDIDO.

           PERFORM MEDE-ETAPAS-DO-PEDIDO
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > QTDE-PEDIDOS.

           MOVE "N" TO FINAL-ARQUIVO.
           MOVE ZEROS TO RECEBIVEL-CHAVE.
           START ARQUIVO-RECEBIVEL
               KEY IS NOT LESS THAN RECEBIVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-RECEBIVEL.
           PERFORM AVALIA-RECEBIVEL UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-PEDIDO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIVEL.

           PERFORM IMPRIME-RELATORIO.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CARREGA-PEDIDO-DO-MES.
           MOVE PEDIDO-DATA TO DATA-BASE-DESMONTADA.
           IF BASE-MES-AAMM = MES-APURADO
               AND NOT PEDIDO-CANCELADO
               IF QTDE-PEDIDOS >= MAX-PEDIDOS
                   SET TABELA-ESTOURADA TO TRUE
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   PERFORM GUARDA-PEDIDO-DO-MES
               END-IF
           END-IF.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-PEDIDO
           END-IF.

       GUARDA-PEDIDO-DO-MES.
           ADD 1 TO QTDE-PEDIDOS.
           MOVE QTDE-PEDIDOS TO INDICE-PEDIDO.
           MOVE PEDIDO-NUMERO TO CICLO-PEDIDO(INDICE-PEDIDO).
           MOVE PEDIDO-CLIENTE-CODIGO TO CICLO-CLIENTE(INDICE-PEDIDO).
           MOVE PEDIDO-VENDEDOR TO CICLO-VENDEDOR(INDICE-PEDIDO).
           MOVE PEDIDO-DATA TO CICLO-DATA(INDICE-PEDIDO 1).
           MOVE ZEROS TO CICLO-DATA(INDICE-PEDIDO 2).
           MOVE PEDIDO-DATA-EMBARQUE TO CICLO-DATA(INDICE-PEDIDO 3).
           MOVE PEDIDO-DATA-PAGAMENTO TO CICLO-DATA(INDICE-PEDIDO 5).
           MOVE PEDIDO-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "????" TO CICLO-FILIAL(INDICE-PEDIDO)
               NOT INVALID KEY
                   MOVE CLIENTE-FILIAL TO CICLO-FILIAL(INDICE-PEDIDO)
           END-READ.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE 1 TO RECEBIVEL-PARCELA.
           READ ARQUIVO-RECEBIVEL
               INVALID KEY
                   MOVE ZEROS TO CICLO-DATA(INDICE-PEDIDO 4)
               NOT INVALID KEY
                   MOVE RECEBIVEL-DATA-FATURAMENTO
                       TO CICLO-DATA(INDICE-PEDIDO 4)
           END-READ.

       LER-PROXIMA-TRILHA.
           READ ARQUIVO-HISTORICO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-LINHA-DA-TRILHA.
      *    Vale a primeira liberacao do pedido
           IF HISTP-OPERACAO = "L"
               MOVE HISTP-PEDIDO TO PEDIDO-PROCURADO
               PERFORM LOCALIZA-PEDIDO-NA-TABELA
               IF INDICE-PEDIDO-ACHADO > 0
                   PERFORM GUARDA-DATA-DA-LIBERACAO
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-TRILHA.

       GUARDA-DATA-DA-LIBERACAO.
           IF CICLO-DATA(INDICE-PEDIDO-ACHADO 2) = 0
               OR HISTP-DATA < CICLO-DATA(INDICE-PEDIDO-ACHADO 2)
               MOVE HISTP-DATA TO CICLO-DATA(INDICE-PEDIDO-ACHADO 2)
           END-IF.

       LOCALIZA-PEDIDO-NA-TABELA.
           MOVE 0 TO INDICE-PEDIDO-ACHADO.
           PERFORM COMPARA-PEDIDO-TABELA
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > QTDE-PEDIDOS
                  OR INDICE-PEDIDO-ACHADO > 0.

       COMPARA-PEDIDO-TABELA.
           IF CICLO-PEDIDO(INDICE-PEDIDO) = PEDIDO-PROCURADO
               MOVE INDICE-PEDIDO TO INDICE-PEDIDO-ACHADO
           END-IF.

       MEDE-ETAPAS-DO-PEDIDO.
           PERFORM MEDE-UMA-ETAPA
               VARYING INDICE-ETAPA FROM 1 BY 1
               UNTIL INDICE-ETAPA > 4.

       MEDE-UMA-ETAPA.
      *    Etapa so e medida com as 2 pontas gravadas
           MOVE "N" TO CICLO-ETAPA-MEDIDA(INDICE-PEDIDO INDICE-ETAPA).
           MOVE ZEROS TO CICLO-DIAS(INDICE-PEDIDO INDICE-ETAPA).
           IF CICLO-DATA(INDICE-PEDIDO INDICE-ETAPA) > 0
               AND CICLO-DATA(INDICE-PEDIDO INDICE-ETAPA + 1) > 0
               MOVE CICLO-DATA(INDICE-PEDIDO INDICE-ETAPA)
                   TO DATA-PARA-DIAS
               PERFORM CONVERTE-DATA-EM-DIAS
               MOVE DIAS-DA-DATA TO DIAS-INICIO-ETAPA
               MOVE CICLO-DATA(INDICE-PEDIDO INDICE-ETAPA + 1)
                   TO DATA-PARA-DIAS
               PERFORM CONVERTE-DATA-EM-DIAS
               COMPUTE DIAS-DA-ETAPA = DIAS-DA-DATA - DIAS-INICIO-ETAPA
               IF DIAS-DA-ETAPA < 0
                   MOVE 0 TO DIAS-DA-ETAPA
               END-IF
               MOVE DIAS-DA-ETAPA
                   TO CICLO-DIAS(INDICE-PEDIDO INDICE-ETAPA)
               MOVE "S"
                   TO CICLO-ETAPA-MEDIDA(INDICE-PEDIDO INDICE-ETAPA)
               MOVE "F" TO TIPO-PROCURADO
               MOVE CICLO-FILIAL(INDICE-PEDIDO) TO CHAVE-PROCURADA
               PERFORM SOMA-ETAPA-NO-GRUPO
               MOVE "V" TO TIPO-PROCURADO
               MOVE CICLO-VENDEDOR(INDICE-PEDIDO) TO VENDEDOR-EM-TEXTO
               MOVE VENDEDOR-EM-TEXTO TO CHAVE-PROCURADA
               PERFORM SOMA-ETAPA-NO-GRUPO
           END-IF.

       CONVERTE-DATA-EM-DIAS.
      *    Conta de mes comercial do PROG68
           COMPUTE DIAS-DA-DATA = DIAS-AA * 360 + DIAS-MM * 30
               + DIAS-DD.

       SOMA-ETAPA-NO-GRUPO.
           PERFORM LOCALIZA-GRUPO.
           IF INDICE-GRUPO-ACHADO > 0
               ADD 1 TO GRP-QTDE(INDICE-GRUPO-ACHADO INDICE-ETAPA)
               ADD DIAS-DA-ETAPA
                   TO GRP-DIAS-SOMADOS(INDICE-GRUPO-ACHADO
                       INDICE-ETAPA)
               IF DIAS-DA-ETAPA
                   > GRP-PIOR(INDICE-GRUPO-ACHADO INDICE-ETAPA)
                   MOVE DIAS-DA-ETAPA
                       TO GRP-PIOR(INDICE-GRUPO-ACHADO INDICE-ETAPA)
               END-IF
           END-IF.

       LOCALIZA-GRUPO.
      *    Acha o grupo (tipo + chave) ou inclui no fim da tabela
           MOVE 0 TO INDICE-GRUPO-ACHADO.
           PERFORM COMPARA-GRUPO
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > QTDE-GRUPOS
                  OR INDICE-GRUPO-ACHADO > 0.
           IF INDICE-GRUPO-ACHADO = 0
               IF QTDE-GRUPOS >= MAX-GRUPOS
                   DISPLAY "TABELA DE FILIAIS/VENDEDORES CHEIA ("
                       MAX-GRUPOS ")"
               ELSE
                   ADD 1 TO QTDE-GRUPOS
                   MOVE QTDE-GRUPOS TO INDICE-GRUPO-ACHADO
                   MOVE TIPO-PROCURADO
                       TO GRP-TIPO(INDICE-GRUPO-ACHADO)
                   MOVE CHAVE-PROCURADA
                       TO GRP-CHAVE(INDICE-GRUPO-ACHADO)
               END-IF
           END-IF.

       COMPARA-GRUPO.
           IF GRP-TIPO(INDICE-GRUPO) = TIPO-PROCURADO
               AND GRP-CHAVE(INDICE-GRUPO) = CHAVE-PROCURADA
               MOVE INDICE-GRUPO TO INDICE-GRUPO-ACHADO
           END-IF.

       LER-PROXIMO-RECEBIVEL.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-RECEBIVEL.
      *    DSO: saldo aberto hoje e o faturado no mes, por filial do
      *    cliente e por vendedor do pedido do titulo
           MOVE RECEBIVEL-DATA-FATURAMENTO TO DATA-BASE-DESMONTADA.
           IF RECEBIVEL-EM-ABERTO OR BASE-MES-AAMM = MES-APURADO
               PERFORM APURA-DONOS-DO-TITULO
               MOVE "F" TO TIPO-PROCURADO
               MOVE FILIAL-DO-TITULO TO CHAVE-PROCURADA
               PERFORM SOMA-TITULO-NO-GRUPO
               MOVE "V" TO TIPO-PROCURADO
               MOVE VENDEDOR-DO-TITULO TO VENDEDOR-EM-TEXTO
               MOVE VENDEDOR-EM-TEXTO TO CHAVE-PROCURADA
               PERFORM SOMA-TITULO-NO-GRUPO
               IF RECEBIVEL-EM-ABERTO
                   ADD RECEBIVEL-SALDO TO SALDO-ABERTO-TOTAL
               END-IF
               IF BASE-MES-AAMM = MES-APURADO
                   ADD RECEBIVEL-VALOR-ORIGINAL TO FATURADO-MES-TOTAL
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-RECEBIVEL.

       APURA-DONOS-DO-TITULO.
           MOVE RECEBIVEL-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "????" TO FILIAL-DO-TITULO
               NOT INVALID KEY
                   MOVE CLIENTE-FILIAL TO FILIAL-DO-TITULO
           END-READ.
           MOVE RECEBIVEL-PEDIDO TO PEDIDO-NUMERO.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   MOVE ZEROS TO VENDEDOR-DO-TITULO
               NOT INVALID KEY
                   MOVE PEDIDO-VENDEDOR TO VENDEDOR-DO-TITULO
           END-READ.

       SOMA-TITULO-NO-GRUPO.
           PERFORM LOCALIZA-GRUPO.
           IF INDICE-GRUPO-ACHADO > 0
               IF RECEBIVEL-EM-ABERTO
                   ADD RECEBIVEL-SALDO
                       TO GRP-SALDO-ABERTO(INDICE-GRUPO-ACHADO)
               END-IF
               IF BASE-MES-AAMM = MES-APURADO
                   ADD RECEBIVEL-VALOR-ORIGINAL
                       TO GRP-FATURADO-MES(INDICE-GRUPO-ACHADO)
               END-IF
           END-IF.

       IMPRIME-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           DISPLAY "POR FILIAL DO CLIENTE".
           ADD 1 TO LINHAS-NA-PAGINA.
           MOVE "F" TO TIPO-PROCURADO.
           PERFORM IMPRIME-GRUPO
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > QTDE-GRUPOS.

           PERFORM IMPRIME-CABECALHO.
           DISPLAY "POR VENDEDOR (0000 = VENDA DA CASA)".
           ADD 1 TO LINHAS-NA-PAGINA.
           MOVE "V" TO TIPO-PROCURADO.
           PERFORM IMPRIME-GRUPO
               VARYING INDICE-GRUPO FROM 1 BY 1
               UNTIL INDICE-GRUPO > QTDE-GRUPOS.

           PERFORM IMPRIME-CABECALHO.
           DISPLAY "PEDIDOS COM ETAPA ACIMA DE " LIMITE-DE-DIAS
               " DIAS".
           ADD 1 TO LINHAS-NA-PAGINA.
           PERFORM LISTA-PEDIDO-ACIMA-DO-LIMITE
               VARYING INDICE-PEDIDO FROM 1 BY 1
               UNTIL INDICE-PEDIDO > QTDE-PEDIDOS.

           IF FATURADO-MES-TOTAL > 0
               COMPUTE DSO-TOTAL ROUNDED =
                   SALDO-ABERTO-TOTAL * 30 / FATURADO-MES-TOTAL
           ELSE
               MOVE ZEROS TO DSO-TOTAL
           END-IF.
           DISPLAY "---------------------------------------------".
           DISPLAY "PEDIDOS DO MES: " QTDE-PEDIDOS.
           DISPLAY "PEDIDOS ACIMA DO LIMITE: " TOTAL-ACIMA-DO-LIMITE.
           DISPLAY "SALDO EM ABERTO: " SALDO-ABERTO-TOTAL
               " FATURADO NO MES: " FATURADO-MES-TOTAL.
           DISPLAY "DSO GERAL: " DSO-TOTAL " DIAS".

       IMPRIME-GRUPO.
           IF GRP-TIPO(INDICE-GRUPO) = TIPO-PROCURADO
               IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
                   PERFORM IMPRIME-CABECALHO
               END-IF
               IF GRP-FATURADO-MES(INDICE-GRUPO) > 0
                   COMPUTE DSO-DO-GRUPO ROUNDED =
                       GRP-SALDO-ABERTO(INDICE-GRUPO) * 30
                       / GRP-FATURADO-MES(INDICE-GRUPO)
               ELSE
                   MOVE ZEROS TO DSO-DO-GRUPO
               END-IF
               DISPLAY GRP-CHAVE(INDICE-GRUPO)
                   " EM ABERTO " GRP-SALDO-ABERTO(INDICE-GRUPO)
                   " FATURADO " GRP-FATURADO-MES(INDICE-GRUPO)
                   " DSO " DSO-DO-GRUPO
               ADD 1 TO LINHAS-NA-PAGINA
               PERFORM IMPRIME-ETAPA-DO-GRUPO
                   VARYING INDICE-ETAPA FROM 1 BY 1
                   UNTIL INDICE-ETAPA > 4
           END-IF.

       IMPRIME-ETAPA-DO-GRUPO.
           EVALUATE INDICE-ETAPA
               WHEN 1
                   MOVE "PEDIDO A LIBERACAO" TO TITULO-DA-ETAPA
               WHEN 2
                   MOVE "LIBERACAO A EMBARQUE" TO TITULO-DA-ETAPA
               WHEN 3
                   MOVE "EMBARQUE A FATURAMENTO" TO TITULO-DA-ETAPA
               WHEN OTHER
                   MOVE "FATURAMENTO A PAGTO" TO TITULO-DA-ETAPA
           END-EVALUATE.
           IF GRP-QTDE(INDICE-GRUPO INDICE-ETAPA) > 0
               COMPUTE MEDIA-DA-ETAPA ROUNDED =
                   GRP-DIAS-SOMADOS(INDICE-GRUPO INDICE-ETAPA)
                   / GRP-QTDE(INDICE-GRUPO INDICE-ETAPA)
           ELSE
               MOVE ZEROS TO MEDIA-DA-ETAPA
           END-IF.
           DISPLAY "  " TITULO-DA-ETAPA
               " PEDIDOS " GRP-QTDE(INDICE-GRUPO INDICE-ETAPA)
               " MEDIA " MEDIA-DA-ETAPA
               " PIOR " GRP-PIOR(INDICE-GRUPO INDICE-ETAPA).
           ADD 1 TO LINHAS-NA-PAGINA.

       LISTA-PEDIDO-ACIMA-DO-LIMITE.
           MOVE "N" TO PEDIDO-ACIMA-FLAG.
           PERFORM CONFERE-ETAPA-NO-LIMITE
               VARYING INDICE-ETAPA FROM 1 BY 1
               UNTIL INDICE-ETAPA > 4.
           IF PEDIDO-ACIMA-DO-LIMITE
               IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
                   PERFORM IMPRIME-CABECALHO
               END-IF
               DISPLAY "PEDIDO " CICLO-PEDIDO(INDICE-PEDIDO)
                   " CLIENTE " CICLO-CLIENTE(INDICE-PEDIDO)
                   " FILIAL " CICLO-FILIAL(INDICE-PEDIDO)
                   " VENDEDOR " CICLO-VENDEDOR(INDICE-PEDIDO)
                   " DIAS " CICLO-DIAS(INDICE-PEDIDO 1)
                   "/" CICLO-DIAS(INDICE-PEDIDO 2)
                   "/" CICLO-DIAS(INDICE-PEDIDO 3)
                   "/" CICLO-DIAS(INDICE-PEDIDO 4)
               ADD 1 TO LINHAS-NA-PAGINA
               ADD 1 TO TOTAL-ACIMA-DO-LIMITE
           END-IF.

       CONFERE-ETAPA-NO-LIMITE.
           IF CICLO-ETAPA-MEDIDA(INDICE-PEDIDO INDICE-ETAPA) = "S"
               IF CICLO-DIAS(INDICE-PEDIDO INDICE-ETAPA)
                   > LIMITE-DE-DIAS
                   MOVE "S" TO PEDIDO-ACIMA-FLAG
               END-IF
           END-IF.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "CICLO DO PEDIDO E DSO - MES " MES-APURADO
               " - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.
