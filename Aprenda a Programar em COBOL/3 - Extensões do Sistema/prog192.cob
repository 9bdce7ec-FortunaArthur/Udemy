       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG192.
      *    Programa Mensal de Recalculo do Estoque Minimo
      *    O estoque minimo e a quantidade de reposicao do cadastro
      *    (PROG64) eram digitados uma vez e nunca revistos, e o
      *    ponto de reposicao do PROG119 so e tao bom quanto eles.
      *    Este lote le as saidas do razao estoque_movimentos.dat
      *    dos ultimos N meses (N informado, padrao 6, ate 12; cada
      *    mes sao 30 dias na conta de mes comercial do PROG68) e
      *    tira de cada produto a media e o pico de saida por mes.
      *    Com o prazo de reposicao do produto (ou o prazo padrao
      *    informado, quando o produto esta com zero) propoe:
      *    - minimo = pico mensal x prazo / 30, arredondado pra
      *      cima: a media do prazo mais a folga do pico sobre a
      *      media, pra nao faltar num mes forte;
      *    - reposicao = 1 mes de media, arredondado pra cima.
      *    Produto ativo sem saida na janela fica com proposta zero.
      *    O relatorio lista todo produto ativo com os valores
      *    atuais ao lado dos propostos, no padrao de pagina do
      *    PROG119, e cada produto com alguma diferenca grava 1
      *    linha em propostas_reposicao.dat (regravado do zero a
      *    cada rodada). Nada muda no cadastro aqui: o comprador
      *    aprova as propostas uma a uma no PROG193. Produtos com
      *    saida sao carregados numa tabela; razao com mais
      *    produtos que a tabela aborta o recalculo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELPROPREPOS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDPROPREPOS.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-MOVIMENTO-DESMONTADA.
           05 DATA-MOVIMENTO-AA PIC 9(4).
           05 DATA-MOVIMENTO-MM PIC 99.
           05 DATA-MOVIMENTO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-MOVIMENTO PIC 9(6).
       01  IDADE-DIAS PIC S9(6).
       01  DIAS-DA-JANELA PIC 9(3).

       01  MESES-DA-JANELA PIC 9(2).
       01  MAX-MESES-JANELA PIC 9(2) VALUE 12.
       01  PRAZO-PADRAO PIC 9(3).
       01  PRAZO-DO-PRODUTO PIC 9(3).

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

      *    Saidas por produto, 1 balde por mes da janela (balde 1 =
      *    os 30 dias mais recentes)
       01  TABELA-CONSUMO.
           05 CONSUMO-PRODUTO OCCURS 500 TIMES.
               10 CONSUMO-CODIGO PIC 9(4).
               10 CONSUMO-MES PIC 9(7) OCCURS 12 TIMES VALUE 0.
       01  QTDE-PRODUTOS PIC 9(3) VALUE 0.
       01  MAX-PRODUTOS PIC 9(3) VALUE 500.
       01  INDICE-PRODUTO PIC 9(3).
       01  INDICE-PRODUTO-ACHADO PIC 9(3).
       01  PRODUTO-PROCURADO PIC 9(4).
       01  INDICE-MES PIC 9(2).

       01  TABELA-FLAG PIC X VALUE "N".
           88 TABELA-ESTOURADA VALUE "S".
           88 TABELA-CABE VALUE "N".

       01  CONSUMO-DA-JANELA PIC 9(8).
       01  MEDIA-MENSAL PIC 9(7).
       01  PICO-MENSAL PIC 9(7).
       01  MINIMO-PROPOSTO PIC 9(6).
       01  REPOSICAO-PROPOSTA PIC 9(6).

       01  TOTAL-PRODUTOS-AVALIADOS PIC 9(6) VALUE 0.
       01  TOTAL-PROPOSTAS PIC 9(6) VALUE 0.
       01  TOTAL-SEM-SAIDA PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           MOVE ZEROS TO MESES-DA-JANELA.
           DISPLAY "MESES DE CONSUMO A CONSIDERAR (ENTER = 6, ATE "
               MAX-MESES-JANELA "):".
           ACCEPT MESES-DA-JANELA.
           IF MESES-DA-JANELA = 0
               MOVE 6 TO MESES-DA-JANELA
           END-IF.
           IF MESES-DA-JANELA > MAX-MESES-JANELA
               MOVE MAX-MESES-JANELA TO MESES-DA-JANELA
           END-IF.
           COMPUTE DIAS-DA-JANELA = MESES-DA-JANELA * 30.

           MOVE ZEROS TO PRAZO-PADRAO.
           DISPLAY "PRAZO PADRAO DE REPOSICAO EM DIAS (ENTER = 15):".
           ACCEPT PRAZO-PADRAO.
           IF PRAZO-PADRAO = 0
               MOVE 15 TO PRAZO-PADRAO
           END-IF.

           OPEN INPUT ARQUIVO-MOVIMENTO-ESTOQUE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM ACUMULA-SAIDA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MOVIMENTO-ESTOQUE.

           IF TABELA-ESTOURADA
               DISPLAY "RAZAO COM MAIS DE " MAX-PRODUTOS
                   " PRODUTOS COM SAIDA - RECALCULO ABORTADO"
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN OUTPUT ARQUIVO-PROPOSTA-REPOSICAO.

           PERFORM IMPRIME-CABECALHO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PRODUTO.
           PERFORM AVALIA-PRODUTO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-PROPOSTA-REPOSICAO.

           PERFORM IMPRIME-RODAPE.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO-ESTOQUE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       ACUMULA-SAIDA.
           IF MOVESTQ-SAIDA
               MOVE MOVESTQ-DATA TO DATA-MOVIMENTO-DESMONTADA
               COMPUTE DIAS-MOVIMENTO = DATA-MOVIMENTO-AA * 360
                   + DATA-MOVIMENTO-MM * 30 + DATA-MOVIMENTO-DD
               COMPUTE IDADE-DIAS = DIAS-HOJE - DIAS-MOVIMENTO
               IF IDADE-DIAS >= 0 AND IDADE-DIAS < DIAS-DA-JANELA
                   PERFORM GUARDA-SAIDA-NA-TABELA
               END-IF
           END-IF.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-MOVIMENTO
           END-IF.

       GUARDA-SAIDA-NA-TABELA.
           MOVE MOVESTQ-PRODUTO TO PRODUTO-PROCURADO.
           PERFORM LOCALIZA-PRODUTO-NA-TABELA.
           IF INDICE-PRODUTO-ACHADO = 0
               IF QTDE-PRODUTOS >= MAX-PRODUTOS
                   SET TABELA-ESTOURADA TO TRUE
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD 1 TO QTDE-PRODUTOS
                   MOVE QTDE-PRODUTOS TO INDICE-PRODUTO-ACHADO
                   MOVE MOVESTQ-PRODUTO
                       TO CONSUMO-CODIGO(INDICE-PRODUTO-ACHADO)
               END-IF
           END-IF.
           IF TABELA-CABE
               COMPUTE INDICE-MES = IDADE-DIAS / 30 + 1
               ADD MOVESTQ-QTDE
                   TO CONSUMO-MES(INDICE-PRODUTO-ACHADO INDICE-MES)
           END-IF.

       LOCALIZA-PRODUTO-NA-TABELA.
           MOVE 0 TO INDICE-PRODUTO-ACHADO.
           PERFORM COMPARA-PRODUTO-TABELA
               VARYING INDICE-PRODUTO FROM 1 BY 1
               UNTIL INDICE-PRODUTO > QTDE-PRODUTOS
                   OR INDICE-PRODUTO-ACHADO > 0.

       COMPARA-PRODUTO-TABELA.
           IF CONSUMO-CODIGO(INDICE-PRODUTO) = PRODUTO-PROCURADO
               MOVE INDICE-PRODUTO TO INDICE-PRODUTO-ACHADO
           END-IF.

       LER-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PRODUTO.
           IF PRODUTO-ATIVO
               ADD 1 TO TOTAL-PRODUTOS-AVALIADOS
               PERFORM CALCULA-PROPOSTA
               PERFORM IMPRIME-PRODUTO
               IF MINIMO-PROPOSTO NOT = PRODUTO-ESTOQUE-MINIMO
                   OR REPOSICAO-PROPOSTA NOT = PRODUTO-QTDE-REPOSICAO
                   PERFORM GRAVA-PROPOSTA
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PRODUTO.

       CALCULA-PROPOSTA.
           MOVE ZEROS TO CONSUMO-DA-JANELA.
           MOVE ZEROS TO PICO-MENSAL.
           MOVE PRODUTO-CODIGO TO PRODUTO-PROCURADO.
           PERFORM LOCALIZA-PRODUTO-NA-TABELA.
           IF INDICE-PRODUTO-ACHADO > 0
               PERFORM SOMA-MES-DO-PRODUTO
                   VARYING INDICE-MES FROM 1 BY 1
                   UNTIL INDICE-MES > MESES-DA-JANELA
           ELSE
               ADD 1 TO TOTAL-SEM-SAIDA
           END-IF.

           IF PRODUTO-PRAZO-REPOSICAO > 0
               MOVE PRODUTO-PRAZO-REPOSICAO TO PRAZO-DO-PRODUTO
           ELSE
               MOVE PRAZO-PADRAO TO PRAZO-DO-PRODUTO
           END-IF.

      *    Divisao inteira com o divisor menos 1 somado antes, pra
      *    arredondar pra cima sem deixar fracao de unidade de fora
           COMPUTE MEDIA-MENSAL ROUNDED =
               CONSUMO-DA-JANELA / MESES-DA-JANELA.
           COMPUTE REPOSICAO-PROPOSTA =
               (CONSUMO-DA-JANELA + MESES-DA-JANELA - 1)
               / MESES-DA-JANELA.
           COMPUTE MINIMO-PROPOSTO =
               (PICO-MENSAL * PRAZO-DO-PRODUTO + 29) / 30.

       SOMA-MES-DO-PRODUTO.
           ADD CONSUMO-MES(INDICE-PRODUTO-ACHADO INDICE-MES)
               TO CONSUMO-DA-JANELA.
           IF CONSUMO-MES(INDICE-PRODUTO-ACHADO INDICE-MES)
               > PICO-MENSAL
               MOVE CONSUMO-MES(INDICE-PRODUTO-ACHADO INDICE-MES)
                   TO PICO-MENSAL
           END-IF.

       GRAVA-PROPOSTA.
           MOVE SPACE TO LINHA-PROPOSTA-REPOSICAO.
           MOVE DATA-EXECUCAO TO PROPREP-DATA.
           MOVE PRODUTO-CODIGO TO PROPREP-PRODUTO.
           MOVE PRODUTO-ESTOQUE-MINIMO TO PROPREP-MINIMO-ATUAL.
           MOVE PRODUTO-QTDE-REPOSICAO TO PROPREP-REPOSICAO-ATUAL.
           MOVE MINIMO-PROPOSTO TO PROPREP-MINIMO-PROPOSTO.
           MOVE REPOSICAO-PROPOSTA TO PROPREP-REPOSICAO-PROPOSTA.
           MOVE MEDIA-MENSAL TO PROPREP-MEDIA-MENSAL.
           MOVE PICO-MENSAL TO PROPREP-PICO-MENSAL.
           MOVE PRAZO-DO-PRODUTO TO PROPREP-PRAZO.
           WRITE LINHA-PROPOSTA-REPOSICAO.
           ADD 1 TO TOTAL-PROPOSTAS.

       IMPRIME-PRODUTO.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               PERFORM IMPRIME-CABECALHO
           END-IF.
           DISPLAY PRODUTO-CODIGO " " PRODUTO-DESCRICAO
               " MEDIA " MEDIA-MENSAL " PICO " PICO-MENSAL
               " PRAZO " PRAZO-DO-PRODUTO.
           DISPLAY "     MINIMO " PRODUTO-ESTOQUE-MINIMO
               " -> " MINIMO-PROPOSTO
               "  REPOSICAO " PRODUTO-QTDE-REPOSICAO
               " -> " REPOSICAO-PROPOSTA.
           ADD 2 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "RECALCULO DO ESTOQUE MINIMO - ULTIMOS "
               MESES-DA-JANELA " MESES - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "PRODUTO   (ATUAL -> PROPOSTO)".
           DISPLAY "---------------------------------------------".
           ADD 4 TO LINHAS-NA-PAGINA.

       IMPRIME-RODAPE.
           DISPLAY "---------------------------------------------".
           DISPLAY "PRODUTOS ATIVOS AVALIADOS: "
               TOTAL-PRODUTOS-AVALIADOS.
           DISPLAY "PRODUTOS SEM SAIDA NA JANELA: " TOTAL-SEM-SAIDA.
           DISPLAY "PROPOSTAS GRAVADAS PRA APROVACAO (PROG193): "
               TOTAL-PROPOSTAS.
