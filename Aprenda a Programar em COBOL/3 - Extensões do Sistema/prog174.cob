       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG174.
      *    Programa de Orcamentos de Venda
      *    O preco dado por telefone passa a ficar registrado em
      *    orcamentos.dat, numerado pela serie ORCAMENTO do controle
      *    de numeracao (mesma tomada de numero do PROG67). Na opcao
      *    (A)dicionar o operador informa o cliente (existente e
      *    Ativo), o vendedor (validado contra funcionarios.dat como
      *    no PROG63, ENTER = venda da casa), a validade em dias e os
      *    itens; o preco de cada item e o vigente na data do
      *    orcamento pela consulta do PROG121, com o preco de tabela
      *    do cadastro quando nao ha linha de preco, e fica
      *    congelado no orcamento. O orcamento sai impresso pro
      *    cliente no padrao de pagina do PROG123 e pode ser
      *    (I)mpresso de novo. (P)erdido encerra um orcamento Aberto
      *    com o motivo obrigatorio, e (X) expira os Abertos com a
      *    validade vencida. A conversao em pedido fica no PROG63,
      *    que passa pelo credito e pela reserva de estoque; o
      *    acompanhamento de conversao por vendedor e o PROG175.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELORCAMENTO.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDORCAMENTO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  ORCAMENTO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  OPERADOR-ID PIC X(10).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-VALIDADE-DESMONTADA.
           05 VALIDADE-AA PIC 9(4).
           05 VALIDADE-MM PIC 99.
           05 VALIDADE-DD PIC 99.

       01  DIAS-DE-VALIDADE PIC 9(3).
       01  DIAS-SOMADOS PIC 9(4).

       01  NUMERO-INFORMADO PIC 9(6).
       01  CODIGO-CLIENTE-INFORMADO PIC 9(6).
       01  VENDEDOR-INFORMADO PIC 9(4).
       01  CODIGO-PRODUTO-ITEM PIC 9(4).
       01  QTDE-PRODUTO-ITEM PIC 9(3).
       01  PRECO-APLICADO-ITEM PIC 9(5)V99.
       01  MOTIVO-INFORMADO PIC X.
       01  NUMERO-ORCAMENTO-TIRADO PIC 9(6).
       01  INDICE-ITEM PIC 9(2).
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  PRECO-VIGENTE-FLAG PIC X VALUE "N".
           88 PRECO-VIGENTE-ACHADO VALUE "S".
           88 PRECO-VIGENTE-NAO-ACHADO VALUE "N".

       01  CLIENTE-VALIDACAO-FLAG PIC X VALUE "N".
           88 CLIENTE-APTO VALUE "S".
           88 CLIENTE-NAO-APTO VALUE "N".

       01  VENDEDOR-VALIDACAO-FLAG PIC X VALUE "N".
           88 VENDEDOR-APTO VALUE "S".
           88 VENDEDOR-NAO-APTO VALUE "N".

       01  PRODUTO-VALIDACAO-FLAG PIC X VALUE "N".
           88 PRODUTO-APTO VALUE "S".
           88 PRODUTO-NAO-APTO VALUE "N".

       01  TOTAL-ORCAMENTOS-GRAVADOS PIC 9(6) VALUE 0.
       01  TOTAL-ORCAMENTOS-PERDIDOS PIC 9(6) VALUE 0.
       01  TOTAL-ORCAMENTOS-EXPIRADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "ORCAME".

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
                   "INATIVO - ORCAMENTOS ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-ORCAMENTO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-ORCAMENTOS UNTIL RESPOSTA = "N".

           DISPLAY "ORCAMENTOS GRAVADOS NESTA EXECUCAO: "
               TOTAL-ORCAMENTOS-GRAVADOS.
           DISPLAY "ORCAMENTOS PERDIDOS NESTA EXECUCAO: "
               TOTAL-ORCAMENTOS-PERDIDOS.
           DISPLAY "ORCAMENTOS EXPIRADOS NESTA EXECUCAO: "
               TOTAL-ORCAMENTOS-EXPIRADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-ORCAMENTO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-FUNCIONARIO.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-ORCAMENTOS.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (I)mprimir (P)erdido ou (X) Expirar "
               "Vencidos?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-ORCAMENTO
               WHEN "I"
                   PERFORM REIMPRIME-ORCAMENTO
               WHEN "P"
                   PERFORM MARCA-ORCAMENTO-PERDIDO
               WHEN "X"
                   PERFORM EXPIRA-ORCAMENTOS-VENCIDOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar nos orcamentos? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-ORCAMENTO.
           DISPLAY "Informe o Codigo do Cliente do Orcamento:".
           ACCEPT CODIGO-CLIENTE-INFORMADO.
           PERFORM VALIDA-CLIENTE-DO-ORCAMENTO.

           IF CLIENTE-APTO
               MOVE SPACE TO ORCAMENTO-REGISTRO
               MOVE CODIGO-CLIENTE-INFORMADO TO ORCAMENTO-CLIENTE
               SET VENDEDOR-NAO-APTO TO TRUE
               PERFORM ACEITA-VENDEDOR-DO-ORCAMENTO
                   UNTIL VENDEDOR-APTO
               MOVE VENDEDOR-INFORMADO TO ORCAMENTO-VENDEDOR
               MOVE DATA-EXECUCAO TO ORCAMENTO-DATA
               PERFORM CALCULA-VALIDADE-DO-ORCAMENTO
               PERFORM INFORMA-ITENS-DO-ORCAMENTO
               SET ORCAMENTO-ABERTO TO TRUE
               MOVE ZEROS TO ORCAMENTO-PEDIDO
               MOVE DATA-EXECUCAO TO ORCAMENTO-DATA-SITUACAO
               MOVE OPERADOR-ID TO ORCAMENTO-OPERADOR
               PERFORM GRAVA-ORCAMENTO
           END-IF.

       VALIDA-CLIENTE-DO-ORCAMENTO.
      *    So cliente existente e Ativo; credito e inscricao sao
      *    conferidos na conversao em pedido, no PROG63
           SET CLIENTE-NAO-APTO TO TRUE.
           MOVE CODIGO-CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " CODIGO-CLIENTE-INFORMADO
                       " NAO ENCONTRADO NO CADASTRO"
               NOT INVALID KEY
                   IF CLIENTE-ATIVO
                       SET CLIENTE-APTO TO TRUE
                       DISPLAY "CLIENTE: " CLIENTE-NOME
                   ELSE
                       DISPLAY "CLIENTE " CODIGO-CLIENTE-INFORMADO
                           " NAO ESTA ATIVO, ORCAMENTO NAO ACEITO"
                   END-IF
           END-READ.

       ACEITA-VENDEDOR-DO-ORCAMENTO.
           MOVE ZEROS TO VENDEDOR-INFORMADO.
           DISPLAY "Informe o Codigo do Vendedor (ENTER para venda "
               "da casa):".
           ACCEPT VENDEDOR-INFORMADO.
           IF VENDEDOR-INFORMADO = 0
               SET VENDEDOR-APTO TO TRUE
           ELSE
               MOVE VENDEDOR-INFORMADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "VENDEDOR " VENDEDOR-INFORMADO
                           " NAO ENCONTRADO NO CADASTRO"
                   NOT INVALID KEY
                       IF FUNCIONARIO-ATIVO
                           SET VENDEDOR-APTO TO TRUE
                           DISPLAY "VENDEDOR: " FUNCIONARIO-NOME
                       ELSE
                           DISPLAY "VENDEDOR " VENDEDOR-INFORMADO
                               " NAO ESTA ATIVO"
                       END-IF
               END-READ
           END-IF.

       CALCULA-VALIDADE-DO-ORCAMENTO.
      *    Data + dias, na mesma conta de mes comercial de 30 dias
      *    do retorno de ferias do PROG150; ENTER assume 15 dias
           MOVE ZEROS TO DIAS-DE-VALIDADE.
           DISPLAY "Validade do Orcamento em Dias (ENTER para 15):".
           ACCEPT DIAS-DE-VALIDADE.
           IF DIAS-DE-VALIDADE = 0
               MOVE 15 TO DIAS-DE-VALIDADE
           END-IF.
           MOVE ORCAMENTO-DATA TO DATA-VALIDADE-DESMONTADA.
           COMPUTE DIAS-SOMADOS = VALIDADE-DD + DIAS-DE-VALIDADE.
           PERFORM AVANCA-MES-DA-VALIDADE
               UNTIL DIAS-SOMADOS <= 30.
           MOVE DIAS-SOMADOS TO VALIDADE-DD.
           MOVE DATA-VALIDADE-DESMONTADA TO ORCAMENTO-VALIDADE.
           DISPLAY "VALIDO ATE: " ORCAMENTO-VALIDADE.

       AVANCA-MES-DA-VALIDADE.
           SUBTRACT 30 FROM DIAS-SOMADOS.
           IF VALIDADE-MM = 12
               MOVE 1 TO VALIDADE-MM
               ADD 1 TO VALIDADE-AA
           ELSE
               ADD 1 TO VALIDADE-MM
           END-IF.

       INFORMA-ITENS-DO-ORCAMENTO.
           DISPLAY "QUANTOS ITENS TEM O ORCAMENTO (1-10)?".
           ACCEPT ORCAMENTO-QTDE-ITENS.
           IF ORCAMENTO-QTDE-ITENS < 1 OR ORCAMENTO-QTDE-ITENS > 10
               DISPLAY "QUANTIDADE FORA DA FAIXA, ASSUMIDO 1 ITEM"
               MOVE 1 TO ORCAMENTO-QTDE-ITENS
           END-IF.
           MOVE ZEROS TO ORCAMENTO-VALOR.
           PERFORM CAPTURA-ITEM-DO-ORCAMENTO
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > ORCAMENTO-QTDE-ITENS.

       CAPTURA-ITEM-DO-ORCAMENTO.
           SET PRODUTO-NAO-APTO TO TRUE.
           PERFORM ACEITA-PRODUTO-DO-ITEM UNTIL PRODUTO-APTO.
           DISPLAY "QUANTIDADE DO ITEM " INDICE-ITEM ":".
           ACCEPT QTDE-PRODUTO-ITEM.
           IF QTDE-PRODUTO-ITEM = 0
               MOVE 1 TO QTDE-PRODUTO-ITEM
           END-IF.
           MOVE CODIGO-PRODUTO-ITEM
               TO ORCAMENTO-ITEM-CODIGO(INDICE-ITEM).
           MOVE PRODUTO-DESCRICAO
               TO ORCAMENTO-ITEM-DESCRICAO(INDICE-ITEM).
           MOVE QTDE-PRODUTO-ITEM
               TO ORCAMENTO-ITEM-QTDE(INDICE-ITEM).
           MOVE PRECO-APLICADO-ITEM
               TO ORCAMENTO-ITEM-PRECO(INDICE-ITEM).
           COMPUTE ORCAMENTO-ITEM-VALOR(INDICE-ITEM) =
               PRECO-APLICADO-ITEM * QTDE-PRODUTO-ITEM.
           ADD ORCAMENTO-ITEM-VALOR(INDICE-ITEM) TO ORCAMENTO-VALOR.

       ACEITA-PRODUTO-DO-ITEM.
           DISPLAY "CODIGO DO PRODUTO DO ITEM " INDICE-ITEM ":".
           ACCEPT CODIGO-PRODUTO-ITEM.
           MOVE CODIGO-PRODUTO-ITEM TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " CODIGO-PRODUTO-ITEM
                       " NAO CONSTA NA TABELA DE PRECOS"
               NOT INVALID KEY
                   IF PRODUTO-ATIVO
                       SET PRODUTO-APTO TO TRUE
                       PERFORM APURA-PRECO-DO-ITEM
                       DISPLAY "PRODUTO: " PRODUTO-DESCRICAO
                           " PRECO UNITARIO: " PRECO-APLICADO-ITEM
                   ELSE
                       DISPLAY "PRODUTO " CODIGO-PRODUTO-ITEM
                           " ESTA INATIVO NA TABELA DE PRECOS"
                   END-IF
           END-READ.

       APURA-PRECO-DO-ITEM.
      *    O preco vigente na data do orcamento (consulta do
      *    PROG121); sem linha de preco cai no preco do cadastro
           CALL "PROG121" USING CODIGO-PRODUTO-ITEM ORCAMENTO-DATA
               PRECO-VIGENTE-FLAG PRECO-APLICADO-ITEM.
           IF PRECO-VIGENTE-NAO-ACHADO
               MOVE PRODUTO-PRECO-UNITARIO TO PRECO-APLICADO-ITEM
               DISPLAY "SEM PRECO VIGENTE NA DATA DO ORCAMENTO - "
                   "USADO O PRECO DE TABELA DO CADASTRO"
           END-IF.

       GRAVA-ORCAMENTO.
      *    O numero so e tirado com o orcamento pronto pra gravar
           PERFORM OBTEM-NUMERO-DO-ORCAMENTO.
           MOVE NUMERO-ORCAMENTO-TIRADO TO ORCAMENTO-NUMERO.
           WRITE ORCAMENTO-REGISTRO
               INVALID KEY
                   DISPLAY "ORCAMENTO " ORCAMENTO-NUMERO
                       " JA CADASTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ORCAMENTOS-GRAVADOS
                   DISPLAY "ORCAMENTO " ORCAMENTO-NUMERO
                       " GRAVADO NO VALOR DE " ORCAMENTO-VALOR
                   PERFORM IMPRIME-ORCAMENTO
           END-WRITE.

       OBTEM-NUMERO-DO-ORCAMENTO.
      *    A mesma tomada de numero do PROG67, na serie ORCAMENTO; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "ORCAMENTO" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "ORCAMENTO" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE ORCAMENTO"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-ORCAMENTO-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE ORCAMENTO"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       REIMPRIME-ORCAMENTO.
           DISPLAY "Informe o Numero do Orcamento:".
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO ORCAMENTO-NUMERO.
           READ ARQUIVO-ORCAMENTO
               INVALID KEY
                   DISPLAY "ORCAMENTO " NUMERO-INFORMADO
                       " NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM IMPRIME-ORCAMENTO
           END-READ.

       IMPRIME-ORCAMENTO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE ORCAMENTO-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO CLIENTE-NOME
           END-READ.
           DISPLAY " ".
           DISPLAY "ORCAMENTO DE VENDA " ORCAMENTO-NUMERO
               " - PAGINA " NUMERO-PAGINA.
           DISPLAY "DATA: " ORCAMENTO-DATA
               " VALIDO ATE: " ORCAMENTO-VALIDADE
               " SITUACAO: " ORCAMENTO-SITUACAO.
           DISPLAY "CLIENTE: " ORCAMENTO-CLIENTE " " CLIENTE-NOME.
           DISPLAY "VENDEDOR: " ORCAMENTO-VENDEDOR.
           DISPLAY "---------------------------------------------".
           PERFORM IMPRIME-ITEM-DO-ORCAMENTO
               VARYING INDICE-ITEM FROM 1 BY 1
               UNTIL INDICE-ITEM > ORCAMENTO-QTDE-ITENS.
           DISPLAY "---------------------------------------------".
           DISPLAY "VALOR DA MERCADORIA: " ORCAMENTO-VALOR.
           DISPLAY "ICMS E FRETE CALCULADOS NO PEDIDO".
           IF ORCAMENTO-CONVERTIDO
               DISPLAY "CONVERTIDO NO PEDIDO " ORCAMENTO-PEDIDO
           END-IF.
           IF ORCAMENTO-PERDIDO
               DISPLAY "PERDIDO - MOTIVO " ORCAMENTO-MOTIVO-PERDA
           END-IF.

       IMPRIME-ITEM-DO-ORCAMENTO.
           DISPLAY "  " ORCAMENTO-ITEM-CODIGO(INDICE-ITEM)
               " " ORCAMENTO-ITEM-DESCRICAO(INDICE-ITEM)
               " QTDE: " ORCAMENTO-ITEM-QTDE(INDICE-ITEM)
               " PRECO: " ORCAMENTO-ITEM-PRECO(INDICE-ITEM)
               " VALOR: " ORCAMENTO-ITEM-VALOR(INDICE-ITEM).

       MARCA-ORCAMENTO-PERDIDO.
      *    So orcamento Aberto vira Perdido, com motivo obrigatorio
           DISPLAY "Informe o Numero do Orcamento Perdido:".
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO ORCAMENTO-NUMERO.
           READ ARQUIVO-ORCAMENTO
               INVALID KEY
                   DISPLAY "ORCAMENTO " NUMERO-INFORMADO
                       " NAO ENCONTRADO"
               NOT INVALID KEY
                   IF ORCAMENTO-ABERTO
                       PERFORM ACEITA-MOTIVO-DA-PERDA
                       PERFORM GRAVA-PERDA-DO-ORCAMENTO
                   ELSE
                       DISPLAY "ORCAMENTO " NUMERO-INFORMADO
                           " NA SITUACAO " ORCAMENTO-SITUACAO
                           " NAO PODE SER MARCADO COMO PERDIDO"
                   END-IF
           END-READ.

       ACEITA-MOTIVO-DA-PERDA.
           MOVE SPACE TO MOTIVO-INFORMADO.
           PERFORM PERGUNTA-MOTIVO-DA-PERDA
               UNTIL MOTIVO-INFORMADO = "P" OR "Z" OR "C" OR "D".

       PERGUNTA-MOTIVO-DA-PERDA.
           DISPLAY "Motivo: (P)reco (Z) Prazo de entrega "
               "(C)oncorrente (D)esistencia:".
           ACCEPT MOTIVO-INFORMADO.

       GRAVA-PERDA-DO-ORCAMENTO.
           SET ORCAMENTO-PERDIDO TO TRUE.
           MOVE MOTIVO-INFORMADO TO ORCAMENTO-MOTIVO-PERDA.
           MOVE DATA-EXECUCAO TO ORCAMENTO-DATA-SITUACAO.
           MOVE OPERADOR-ID TO ORCAMENTO-OPERADOR.
           REWRITE ORCAMENTO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O ORCAMENTO "
                       ORCAMENTO-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ORCAMENTOS-PERDIDOS
                   DISPLAY "ORCAMENTO " ORCAMENTO-NUMERO " PERDIDO"
           END-REWRITE.

       EXPIRA-ORCAMENTOS-VENCIDOS.
      *    Varre orcamentos.dat e marca Expirado todo Aberto com a
      *    validade antes de hoje
           MOVE ZEROS TO ORCAMENTO-NUMERO.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-ORCAMENTO
               KEY IS NOT LESS THAN ORCAMENTO-NUMERO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           IF FINAL-ARQUIVO = "N"
               PERFORM LER-PROXIMO-ORCAMENTO
           END-IF.
           PERFORM AVALIA-VALIDADE-DO-ORCAMENTO
               UNTIL FINAL-ARQUIVO = "S".

       LER-PROXIMO-ORCAMENTO.
           READ ARQUIVO-ORCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-VALIDADE-DO-ORCAMENTO.
           IF ORCAMENTO-ABERTO
               AND ORCAMENTO-VALIDADE < DATA-EXECUCAO
               SET ORCAMENTO-EXPIRADO TO TRUE
               MOVE DATA-EXECUCAO TO ORCAMENTO-DATA-SITUACAO
               REWRITE ORCAMENTO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO EXPIRAR O ORCAMENTO "
                           ORCAMENTO-NUMERO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ORCAMENTOS-EXPIRADOS
                       DISPLAY "ORCAMENTO " ORCAMENTO-NUMERO
                           " EXPIRADO (VALIDADE " ORCAMENTO-VALIDADE
                           ")"
               END-REWRITE
           END-IF.
           PERFORM LER-PROXIMO-ORCAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de orcamentos gravados nesta rodada; a linha
      *    sai sob a sigla ORCAME (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ORCAME" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-ORCAMENTOS-GRAVADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
