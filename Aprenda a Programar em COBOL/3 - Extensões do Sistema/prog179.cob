       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG179.
      *    Programa de Manutencao dos Acordos de Preco
      *    A entrada de pedidos so conhecia o preco geral de tabela
      *    e o desconto negociado com o cliente era aplicado de
      *    cabeca pelo operador. Este programa mantem
      *    acordos_preco.dat na mesma estrutura de manutencao do
      *    PROG120: (A)dicionar acordo, (E)ncerrar acordo e (L)istar
      *    os acordos de um cliente ou de uma filial. Cada acordo
      *    vale pra 1 produto e 1 cliente (ou todos os clientes de
      *    1 filial), de uma data a outra, a partir de uma
      *    quantidade minima na linha, e da o preco por percentual
      *    de desconto sobre o preco vigente ou por preco fixo.
      *    Faixas de quantidade sao acordos separados do mesmo
      *    produto com quantidades minimas diferentes. O numero do
      *    acordo sai da serie ACORDO do controle de numeracao e fica
      *    gravado na linha do pedido que o usou, por isso acordo
      *    nao e excluido: e encerrado e deixa de valer. A consulta
      *    na hora do pedido e da sub-rotina PROG180.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELACORDO.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELFILIAL.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDACORDO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDFILIAL.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  ACORDO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  ABRANGENCIA-INFORMADA PIC X.
       01  CLIENTE-INFORMADO PIC 9(6).
       01  FILIAL-INFORMADA PIC X(4).
       01  ALVO-INFORMADO PIC X(6).
       01  NUMERO-INFORMADO PIC 9(6).
       01  NUMERO-ACORDO-TIRADO PIC 9(6).
       01  FIM-LISTAGEM PIC X.
       01  TOTAL-NA-LISTAGEM PIC 9(4).

       01  DATA-CONFERIDA.
           05 DATA-CONFERIDA-ANO PIC 9(4).
           05 DATA-CONFERIDA-MES PIC 99.
           05 DATA-CONFERIDA-DIA PIC 99.

       01  ALVO-VALIDACAO-FLAG PIC X VALUE "N".
           88 ALVO-APTO VALUE "S".
           88 ALVO-NAO-APTO VALUE "N".

       01  ACORDO-VALIDACAO-FLAG PIC X VALUE "N".
           88 ACORDO-APTO VALUE "S".
           88 ACORDO-NAO-APTO VALUE "N".

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-ENCERRADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-ACORDO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-FILIAL.
           OPEN INPUT ARQUIVO-PRODUTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-ACORDOS UNTIL RESPOSTA = "N".

           DISPLAY "ACORDOS ADICIONADOS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "ACORDOS ENCERRADOS NESTA EXECUCAO: "
               TOTAL-ENCERRADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-ACORDO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-PRODUTO.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-ACORDOS.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (E)ncerrar ou (L)istar Acordos?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-ACORDO
               WHEN "E"
                   PERFORM ENCERRA-ACORDO
               WHEN "L"
                   PERFORM LISTA-ACORDOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar nos acordos de preco? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-ACORDO.
           PERFORM INFORMA-ALVO-DO-ACORDO.
           IF ALVO-APTO
               PERFORM INFORMA-CONDICOES-DO-ACORDO
               IF ACORDO-APTO
                   PERFORM GRAVA-ACORDO-NOVO
               END-IF
           END-IF.

       INFORMA-ALVO-DO-ACORDO.
      *    Acordo de (C)liente vale so pra ele; acordo de (F)ilial
      *    vale pra todos os clientes daquela filial que nao tenham
      *    acordo proprio pro produto
           SET ALVO-NAO-APTO TO TRUE.
           MOVE SPACES TO ALVO-INFORMADO.
           DISPLAY "Acordo de (C)liente ou de (F)ilial?".
           ACCEPT ABRANGENCIA-INFORMADA.
           EVALUATE ABRANGENCIA-INFORMADA
               WHEN "C"
                   PERFORM VALIDA-CLIENTE-DO-ACORDO
               WHEN "F"
                   PERFORM VALIDA-FILIAL-DO-ACORDO
               WHEN OTHER
                   DISPLAY "ABRANGENCIA INVALIDA"
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-EVALUATE.

       VALIDA-CLIENTE-DO-ACORDO.
           DISPLAY "Informe o Codigo do Cliente:".
           ACCEPT CLIENTE-INFORMADO.
           MOVE CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " CLIENTE-INFORMADO
                       " NAO CONSTA NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE: " CLIENTE-NOME
                   MOVE CLIENTE-INFORMADO TO ALVO-INFORMADO
                   SET ALVO-APTO TO TRUE
           END-READ.

       VALIDA-FILIAL-DO-ACORDO.
           DISPLAY "Informe o Codigo da Filial:".
           ACCEPT FILIAL-INFORMADA.
           MOVE FILIAL-INFORMADA TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " FILIAL-INFORMADA
                       " NAO CONSTA NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "FILIAL: " FILIAL-NOME
                   MOVE FILIAL-INFORMADA TO ALVO-INFORMADO
                   SET ALVO-APTO TO TRUE
           END-READ.

       INFORMA-CONDICOES-DO-ACORDO.
           SET ACORDO-NAO-APTO TO TRUE.
           MOVE SPACES TO ACORDO-REGISTRO.
           MOVE ABRANGENCIA-INFORMADA TO ACORDO-ABRANGENCIA.
           MOVE ALVO-INFORMADO TO ACORDO-ALVO.
           DISPLAY "Informe o Codigo do Produto:".
           ACCEPT ACORDO-PRODUTO.
           MOVE ACORDO-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " ACORDO-PRODUTO
                       " NAO CONSTA NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
                       " TABELA " PRODUTO-PRECO-UNITARIO
                   PERFORM INFORMA-VIGENCIA-DO-ACORDO
           END-READ.

       INFORMA-VIGENCIA-DO-ACORDO.
           MOVE ZEROS TO ACORDO-QTDE-MINIMA.
           DISPLAY "Quantidade Minima na Linha (0 = qualquer):".
           ACCEPT ACORDO-QTDE-MINIMA.
           DISPLAY "Inicio da Vigencia (AAAAMMDD):".
           ACCEPT ACORDO-DATA-INICIO.
           DISPLAY "Fim da Vigencia (AAAAMMDD):".
           ACCEPT ACORDO-DATA-FIM.
           MOVE ACORDO-DATA-INICIO TO DATA-CONFERIDA.
           IF DATA-CONFERIDA-MES < 1 OR DATA-CONFERIDA-MES > 12
               OR DATA-CONFERIDA-DIA < 1 OR DATA-CONFERIDA-DIA > 31
               DISPLAY "INICIO DA VIGENCIA INVALIDO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               MOVE ACORDO-DATA-FIM TO DATA-CONFERIDA
               IF DATA-CONFERIDA-MES < 1 OR DATA-CONFERIDA-MES > 12
                   OR DATA-CONFERIDA-DIA < 1
                   OR DATA-CONFERIDA-DIA > 31
                   DISPLAY "FIM DA VIGENCIA INVALIDO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   IF ACORDO-DATA-FIM < ACORDO-DATA-INICIO
                       DISPLAY "FIM DA VIGENCIA ANTES DO INICIO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       PERFORM INFORMA-PRECO-DO-ACORDO
                   END-IF
               END-IF
           END-IF.

       INFORMA-PRECO-DO-ACORDO.
           MOVE ZEROS TO ACORDO-PERCENTUAL-DESCONTO.
           MOVE ZEROS TO ACORDO-PRECO-FIXO.
           DISPLAY "Preco por (D)esconto ou (F)ixo?".
           ACCEPT ACORDO-TIPO.
           EVALUATE TRUE
               WHEN ACORDO-POR-DESCONTO
                   DISPLAY "Percentual de Desconto (99,99):"
                   ACCEPT ACORDO-PERCENTUAL-DESCONTO
                   IF ACORDO-PERCENTUAL-DESCONTO = 0
                       DISPLAY "DESCONTO ZERADO NAO E ACORDO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       SET ACORDO-APTO TO TRUE
                   END-IF
               WHEN ACORDO-POR-PRECO-FIXO
                   DISPLAY "Preco Fixo Unitario:"
                   ACCEPT ACORDO-PRECO-FIXO
                   IF ACORDO-PRECO-FIXO = 0
                       DISPLAY "PRECO FIXO ZERADO NAO E ACEITO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       SET ACORDO-APTO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "TIPO DE PRECO INVALIDO"
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-EVALUATE.

       GRAVA-ACORDO-NOVO.
           SET ACORDO-ATIVO TO TRUE.
           MOVE DATA-EXECUCAO TO ACORDO-DATA-CADASTRO.
           MOVE OPERADOR-ID TO ACORDO-OPERADOR.
           PERFORM OBTEM-NUMERO-DO-ACORDO.
           MOVE NUMERO-ACORDO-TIRADO TO ACORDO-NUMERO.
           WRITE ACORDO-REGISTRO
               INVALID KEY
                   DISPLAY "ACORDO " ACORDO-NUMERO " JA CADASTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADICIONADOS
                   DISPLAY "ACORDO " ACORDO-NUMERO " GRAVADO"
           END-WRITE.

       OBTEM-NUMERO-DO-ACORDO.
      *    A mesma tomada de numero do PROG67, na serie ACORDO; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "ACORDO" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "ACORDO" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE ACORDO"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-ACORDO-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE ACORDO"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       ENCERRA-ACORDO.
      *    O acordo continua no arquivo pra consulta das linhas que
      *    o usaram; so deixa de valer pros pedidos novos
           DISPLAY "Informe o Numero do Acordo:".
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO ACORDO-NUMERO.
           READ ARQUIVO-ACORDO
               INVALID KEY
                   DISPLAY "ACORDO " NUMERO-INFORMADO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM MARCA-ACORDO-ENCERRADO
           END-READ.

       MARCA-ACORDO-ENCERRADO.
           IF ACORDO-ENCERRADO
               DISPLAY "ACORDO " ACORDO-NUMERO " JA ESTA ENCERRADO"
           ELSE
               SET ACORDO-ENCERRADO TO TRUE
               MOVE DATA-EXECUCAO TO ACORDO-DATA-CADASTRO
               MOVE OPERADOR-ID TO ACORDO-OPERADOR
               REWRITE ACORDO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ENCERRAR O ACORDO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ENCERRADOS
                       DISPLAY "ACORDO " ACORDO-NUMERO " ENCERRADO"
               END-REWRITE
           END-IF.

       LISTA-ACORDOS.
           PERFORM INFORMA-ALVO-DO-ACORDO.
           IF ALVO-APTO
               DISPLAY "ACORDOS DE " ABRANGENCIA-INFORMADA " "
                   ALVO-INFORMADO
               DISPLAY "(NUMERO PRODUTO QTDE-MIN INICIO FIM TIPO "
                   "DESC% FIXO SITUACAO OPERADOR)"
               DISPLAY "---------------------------------------------"
               MOVE 0 TO TOTAL-NA-LISTAGEM
               MOVE "N" TO FIM-LISTAGEM
               MOVE ABRANGENCIA-INFORMADA TO ACORDO-ABRANGENCIA
               MOVE ALVO-INFORMADO TO ACORDO-ALVO
               MOVE ZEROS TO ACORDO-PRODUTO
               START ARQUIVO-ACORDO
                   KEY IS NOT LESS THAN ACORDO-BUSCA
                   INVALID KEY
                       MOVE "S" TO FIM-LISTAGEM
               END-START
               PERFORM LISTA-LINHA-DO-ACORDO
                   UNTIL FIM-LISTAGEM = "S"
               DISPLAY "---------------------------------------------"
               DISPLAY "ACORDOS LISTADOS: " TOTAL-NA-LISTAGEM
           END-IF.

       LISTA-LINHA-DO-ACORDO.
           READ ARQUIVO-ACORDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LISTAGEM
           END-READ.
           IF FIM-LISTAGEM = "N"
               IF ACORDO-ABRANGENCIA = ABRANGENCIA-INFORMADA
                   AND ACORDO-ALVO = ALVO-INFORMADO
                   DISPLAY ACORDO-NUMERO " " ACORDO-PRODUTO " "
                       ACORDO-QTDE-MINIMA " " ACORDO-DATA-INICIO " "
                       ACORDO-DATA-FIM " " ACORDO-TIPO " "
                       ACORDO-PERCENTUAL-DESCONTO " "
                       ACORDO-PRECO-FIXO " " ACORDO-SITUACAO " "
                       ACORDO-OPERADOR
                   ADD 1 TO TOTAL-NA-LISTAGEM
               ELSE
                   MOVE "S" TO FIM-LISTAGEM
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de acordos adicionados nesta rodada
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ACORDO" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-ADICIONADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
