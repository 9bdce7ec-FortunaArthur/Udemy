      *    PROG115 mostra o porque. O operador vem do sign-on do
      *    PROG83 (cadastro do PROG82) e e carimbado em cada ajuste,
      *    no mesmo padrao do PROG32.
      *
      *    HISTORICO DE ALTERACOES
      *    O movimento de Ajuste passou a levar o custo medio do
      *    produto em MOVESTQ-CUSTO-UNITARIO - a sobra ou falta de
      *    inventario fica valorizada no proprio razao.
      *    O inventario passou a ser por filial (filiais.dat): as
      *    folhas e a contagem pedem a filial, o saldo de livro e o
      *    da filial (estoque_filial.dat, pela sub-rotina PROG195),
      *    o ajuste acerta o saldo da filial pro contado e soma a
      *    diferenca no total da casa em PRODUTO-SALDO-ESTOQUE, e a
      *    filial sai em MOVESTQ-FILIAL.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELFILIAL.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDFILIAL.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  OPERADOR-ID PIC X(10).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  NUMERO-PAGINA PIC 9(3) VALUE 0.
       01  TOTAL-NA-FOLHA PIC 9(6) VALUE 0.

       01  FILIAL-DO-INVENTARIO PIC X(4).
       01  FILIAL-VALIDACAO-FLAG PIC X VALUE "N".
           88 FILIAL-APTA VALUE "S".
           88 FILIAL-NAO-APTA VALUE "N".

      *    Parametros da sub-rotina de estoque por filial (PROG195)
       01  MOVFIL-OPERACAO PIC X.
       01  MOVFIL-PRODUTO PIC 9(4).
       01  MOVFIL-FILIAL PIC X(4).
       01  MOVFIL-QTDE PIC 9(6).
       01  MOVFIL-SALDO PIC 9(6).
       01  MOVFIL-DISPONIVEL PIC 9(6).
       01  MOVFIL-RESULTADO PIC X.
           88 MOVFIL-OK VALUE "S".
           88 MOVFIL-ERRO VALUE "N".

       01  CODIGO-CONTADO PIC 9(4).
       01  QTDE-CONTADA PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           END-IF.

           OPEN I-O ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-FILIAL.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-INVENTARIO UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-FILIAL.

           PERFORM GRAVA-STATUS-EXECUCAO.

               "Apuracao?".
           ACCEPT OPERACAO.

           IF OPERACAO = "F" OR OPERACAO = "C"
               PERFORM ACEITA-FILIAL-DO-INVENTARIO
           END-IF.

           EVALUATE OPERACAO
               WHEN "F"
                   IF FILIAL-APTA
                       PERFORM IMPRIME-FOLHAS-DE-CONTAGEM
                   END-IF
               WHEN "C"
                   IF FILIAL-APTA
                       PERFORM RECEBE-CONTAGEM
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "Deseja continuar no inventario? (S/N)".
           ACCEPT RESPOSTA.

       ACEITA-FILIAL-DO-INVENTARIO.
      *    Cada filial conta a propria prateleira
           SET FILIAL-NAO-APTA TO TRUE.
           DISPLAY "Filial do Inventario:".
           ACCEPT FILIAL-DO-INVENTARIO.
           MOVE FILIAL-DO-INVENTARIO TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-DO-INVENTARIO
                       " NAO CONSTA NO CADASTRO DE FILIAIS"
               NOT INVALID KEY
                   IF FILIAL-ATIVA
                       SET FILIAL-APTA TO TRUE
                       DISPLAY "FILIAL: " FILIAL-NOME
                   ELSE
                       DISPLAY "FILIAL " FILIAL-DO-INVENTARIO
                           " INATIVA NO CADASTRO"
                   END-IF
           END-READ.

       CONSULTA-SALDO-NA-FILIAL.
      *    Saldo de livro do produto posicionado, na filial contada
           MOVE "D" TO MOVFIL-OPERACAO.
           MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO.
           MOVE FILIAL-DO-INVENTARIO TO MOVFIL-FILIAL.
           MOVE ZEROS TO MOVFIL-QTDE.
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.

       IMPRIME-FOLHAS-DE-CONTAGEM.
      *    Folha na ordem do codigo, com a coluna CONTADO em branco
      *    pro almoxarifado preencher a lapis
                   OR NUMERO-PAGINA = 0
                   PERFORM IMPRIME-CABECALHO-FOLHA
               END-IF
               PERFORM CONSULTA-SALDO-NA-FILIAL
               DISPLAY "CODIGO: " PRODUTO-CODIGO
                   " " PRODUTO-DESCRICAO
                   " LIVRO: " MOVFIL-SALDO
                   " CONTADO: ______"
               ADD 1 TO LINHAS-NA-PAGINA
               ADD 1 TO TOTAL-NA-FOLHA
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "FOLHA DE CONTAGEM DE INVENTARIO - FILIAL "
               FILIAL-DO-INVENTARIO " - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA.
           DISPLAY "---------------------------------------------".
               DISPLAY "TABELA DE CONTAGENS CHEIA (200) - APURAR "
                   "ESTE LOTE E DIGITAR O RESTO EM OUTRA RODADA"
           ELSE
               PERFORM CONSULTA-SALDO-NA-FILIAL
               DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
                   " LIVRO: " MOVFIL-SALDO
               DISPLAY "Quantidade Contada:"
               ACCEPT QTDE-CONTADA
               ADD 1 TO QTDE-CONTAGENS
                   TO CONTAGEM-CODIGO(QTDE-CONTAGENS)
               MOVE PRODUTO-DESCRICAO
                   TO CONTAGEM-DESCRICAO(QTDE-CONTAGENS)
               MOVE MOVFIL-SALDO
                   TO CONTAGEM-LIVRO(QTDE-CONTAGENS)
               MOVE QTDE-CONTADA TO CONTAGEM-CONTADO(QTDE-CONTAGENS)
               MOVE PRODUTO-PRECO-UNITARIO
           END-IF.

       IMPRIME-DIVERGENCIAS.
           DISPLAY "RELATORIO DE DIVERGENCIAS DO INVENTARIO - FILIAL "
               FILIAL-DO-INVENTARIO.
           DISPLAY "---------------------------------------------".
           PERFORM IMPRIME-LINHA-DIVERGENCIA
               VARYING INDICE-CONTAGEM FROM 1 BY 1
           END-IF.

       GRAVA-AJUSTE-DO-PRODUTO.
      *    O total da casa leva a diferenca da filial contada
           IF DIFERENCA-QTDE > 0
               ADD DIFERENCA-QTDE TO PRODUTO-SALDO-ESTOQUE
           ELSE
               IF DIFERENCA-QTDE * -1 > PRODUTO-SALDO-ESTOQUE
                   MOVE ZEROS TO PRODUTO-SALDO-ESTOQUE
               ELSE
                   ADD DIFERENCA-QTDE TO PRODUTO-SALDO-ESTOQUE
               END-IF
           END-IF.
           REWRITE PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO AJUSTAR O PRODUTO "
                       PRODUTO-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM AJUSTA-SALDO-NA-FILIAL
                   PERFORM GRAVA-MOVIMENTO-AJUSTE
                   ADD 1 TO TOTAL-AJUSTES-GRAVADOS
           END-REWRITE.

       AJUSTA-SALDO-NA-FILIAL.
           MOVE "I" TO MOVFIL-OPERACAO.
           MOVE PRODUTO-CODIGO TO MOVFIL-PRODUTO.
           MOVE FILIAL-DO-INVENTARIO TO MOVFIL-FILIAL.
           MOVE CONTAGEM-CONTADO(INDICE-CONTAGEM) TO MOVFIL-QTDE.
           CALL "PROG195" USING MOVFIL-OPERACAO MOVFIL-PRODUTO
               MOVFIL-FILIAL MOVFIL-QTDE MOVFIL-SALDO
               MOVFIL-DISPONIVEL MOVFIL-RESULTADO.
           IF MOVFIL-ERRO
               DISPLAY "ERRO AO AJUSTAR O SALDO DA FILIAL "
                   FILIAL-DO-INVENTARIO " PRODUTO " PRODUTO-CODIGO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-MOVIMENTO-AJUSTE.
           MOVE SPACE TO LINHA-MOVIMENTO-ESTOQUE.
           MOVE DATA-EXECUCAO TO MOVESTQ-DATA.
           MOVE PRODUTO-CODIGO TO MOVESTQ-PRODUTO.
           MOVE "INVENTARIO" TO MOVESTQ-DOCUMENTO.
           MOVE OPERADOR-ID TO MOVESTQ-OPERADOR.
           MOVE PRODUTO-CUSTO-UNITARIO TO MOVESTQ-CUSTO-UNITARIO.
           MOVE FILIAL-DO-INVENTARIO TO MOVESTQ-FILIAL.
           WRITE LINHA-MOVIMENTO-ESTOQUE.

       GRAVA-STATUS-EXECUCAO.
