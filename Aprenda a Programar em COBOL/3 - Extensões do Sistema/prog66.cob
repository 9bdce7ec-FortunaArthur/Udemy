      *    fazia o back-office digitar na mao): o fechamento de
      *    comissao do PROG71 deixa de depender de dupla digitacao.
      *    Vendedor zero e venda da casa e nao gera linha.
      *    O titulo a receber passou a ser aberto por parcela, pela
      *    condicao de pagamento do pedido (condicoes_pagamento.dat,
      *    cadastro do PROG176): o valor do pedido e dividido em
      *    partes iguais, com os centavos da divisao na primeira
      *    parcela, e cada parcela vence no faturamento mais os dias
      *    da condicao, em mes comercial de 30 dias. Condicao zero ou
      *    fora do cadastro abre 1 parcela a 30 dias, o prazo que a
      *    casa sempre deu.
      *    O faturamento passou a numerar a NF-e de cada pedido: o
      *    numero sai do controle de numeracao pela serie do
      *    emitente (registro "NFE" + serie em
      *    controle_numeracao.dat, dados do emitente em
      *    dados_emitente.dat) e fica gravado no pedido como
      *    Emitida, e cada pedido faturado vai pro arquivo de
      *    remessa nfe_remessa.dat (cabecalho com emitente e
      *    destinatario, 1 linha por item embarcado e o total com
      *    mercadoria, ICMS e frete) que o sistema emissor
      *    transmite. O retorno da autorizacao e carregado pelo
      *    PROG185. Sem os dados do emitente o extrato nao roda.
      *    A linha de vendas.dat passou a sair como Venda com o
      *    numero do pedido, que e a referencia do estorno gravado
      *    na devolucao ou no cancelamento pos-venda.
      *    A parcela nova sai com os campos de baixa por perda
      *    (data, valor baixado e valor recuperado) zerados.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    O vencimento da parcela que passa do ultimo dia do mes (29
      *    ou 30 em fevereiro, 31 em mes de 30 dias) passou pro
      *    ultimo dia do mes - nao sai mais data inexistente pro
      *    contas a receber, a remessa do banco e o calendario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELCLIENTE.cob".
           COPY "SELRECEBIVEL.cob".
           COPY "SELVENDA.cob".
           COPY "SELCONDPAG.cob".
           COPY "SELPEDITEM.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELEMITENTE.cob".

           SELECT ARQUIVO-FEED
           ASSIGN TO "pedidos_feed_faturamento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-NFE
           ASSIGN TO "nfe_remessa.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
           COPY "FDCLIENTE.cob".
           COPY "FDRECEBIVEL.cob".
           COPY "FDVENDA.cob".
           COPY "FDCONDPAG.cob".
           COPY "FDPEDITEM.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDEMITENTE.cob".

       FD ARQUIVO-FEED.

           05 FEED-ICMS PIC 9(8)V99.
           05 FEED-TOTAL PIC 9(6).

      *    Visao do cabecalho: a data de geracao ocupa o lugar do
      *    pedido e o comeco do cliente
       01  LINHA-FEED-CABECALHO.
           05 FILLER PIC X.
           05 FEED-DATA-GERACAO PIC 9(8).

      *    Remessa da NF-e: por nota, 1 cabecalho (C), 1 linha por
      *    item embarcado (I) e 1 total (T), todos com serie, numero
      *    e pedido na frente
       FD ARQUIVO-NFE.

       01  LINHA-NFE.
           05 NFE-TIPO-REGISTRO PIC X.
           05 NFE-SERIE PIC 9(3).
           05 NFE-NUMERO PIC 9(6).
           05 NFE-PEDIDO PIC 9(6).
           05 NFE-CONTEUDO PIC X(160).
           05 NFE-CABECALHO REDEFINES NFE-CONTEUDO.
               10 NFE-DATA-EMISSAO PIC 9(8).
               10 NFE-EMITENTE-CNPJ PIC 9(14).
               10 NFE-EMITENTE-IE PIC X(14).
               10 NFE-EMITENTE-UF PIC X(2).
               10 NFE-DEST-TIPO-PESSOA PIC X.
               10 NFE-DEST-CNPJ-CPF PIC 9(14).
               10 NFE-DEST-NOME PIC X(20).
               10 NFE-DEST-ENDERECO PIC X(50).
               10 NFE-TRANSPORTADORA PIC 9(4).
               10 NFE-PESO-BRUTO PIC 9(6)V999.
               10 NFE-CONDICAO-PAGAMENTO PIC 9(3).
               10 FILLER PIC X(21).
           05 NFE-ITEM REDEFINES NFE-CONTEUDO.
               10 NFE-ITEM-LINHA PIC 9(3).
               10 NFE-ITEM-CODIGO PIC 9(4).
               10 NFE-ITEM-DESCRICAO PIC X(20).
               10 NFE-ITEM-QTDE PIC 9(3).
               10 NFE-ITEM-PRECO-UNITARIO PIC 9(5)V99.
               10 NFE-ITEM-VALOR PIC 9(7)V99.
               10 FILLER PIC X(114).
           05 NFE-TOTAL REDEFINES NFE-CONTEUDO.
               10 NFE-TOTAL-MERCADORIA PIC 9(8)V99.
               10 NFE-TOTAL-ICMS PIC 9(8)V99.
               10 NFE-TOTAL-FRETE PIC 9(6)V99.
               10 NFE-TOTAL-NOTA PIC 9(8)V99.
               10 NFE-TOTAL-QTDE-ITENS PIC 9(3).
               10 FILLER PIC X(119).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  CONDPAG-FILE-STATUS PIC X(2).
       01  PEDIDO-ITEM-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  TOTAL-NO-FEED PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-NO-FEED PIC 9(9)V99 VALUE 0.
       01  TOTAL-SEM-CLIENTE PIC 9(6) VALUE 0.
       01  TOTAL-NFE-EMITIDAS PIC 9(6) VALUE 0.

      *    Numeracao da NF-e: 1 serie de controle por serie fiscal
       01  SERIE-DE-CONTROLE-NFE.
           05 FILLER PIC X(3) VALUE "NFE".
           05 SERIE-CONTROLE-NFE PIC 9(3).
           05 FILLER PIC X(4) VALUE SPACES.
       01  NUMERO-NFE-TIRADO PIC 9(6).
       01  FIM-ITENS PIC X.
       01  QTDE-ITENS-NA-NFE PIC 9(3).

       01  EMITENTE-FLAG PIC X VALUE "N".
           88 EMITENTE-CADASTRADO VALUE "S".
           88 EMITENTE-NAO-CADASTRADO VALUE "N".

       01  CAL-RESULTADO-FLAG PIC X VALUE "N".
           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

      *    Parcelas do titulo: valor em partes iguais, sobra dos
      *    centavos na primeira; vencimento em mes comercial
       01  INDICE-PARCELA PIC 9(2).
       01  VALOR-DA-PARCELA PIC 9(8)V99.
       01  SOBRA-DA-DIVISAO PIC 9(8)V99.
       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.
       01  DIAS-SOMADOS PIC 9(4).
       01  ULTIMO-DIA-DO-VENCTO PIC 99.
       01  QUOCIENTE-DO-ANO PIC 9(4).
       01  RESTO-DO-ANO PIC 9.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           CALL "PROG88" USING DATA-EXECUCAO CAL-RESULTADO-FLAG
               DIA-UTIL-ANTERIOR.
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM LE-DADOS-DO-EMITENTE.
           IF EMITENTE-NAO-CADASTRADO
               DISPLAY "DADOS DO EMITENTE DA NF-E NAO CADASTRADOS - "
                   "EXTRATO NAO GERADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDIDO-ITEM.
           OPEN OUTPUT ARQUIVO-NFE.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-RECEBIVEL.
           OPEN EXTEND ARQUIVO-VENDA.
           OPEN INPUT ARQUIVO-CONDICAO-PAGAMENTO.
           OPEN OUTPUT ARQUIVO-FEED.

           PERFORM GRAVA-CABECALHO-FEED.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RECEBIVEL.
           CLOSE ARQUIVO-VENDA.
           CLOSE ARQUIVO-CONDICAO-PAGAMENTO.
           CLOSE ARQUIVO-FEED.
           CLOSE ARQUIVO-PEDIDO-ITEM.
           CLOSE ARQUIVO-NFE.

           DISPLAY "TOTAL DE PEDIDOS NO EXTRATO DE FATURAMENTO: "
               TOTAL-NO-FEED.
           DISPLAY "NF-E EMITIDAS NA SERIE " EMITENTE-SERIE-NFE ": "
               TOTAL-NFE-EMITIDAS.
           IF TOTAL-SEM-CLIENTE > 0
               DISPLAY "PEDIDOS EMBARCADOS SEM CLIENTE NO CADASTRO: "
                   TOTAL-SEM-CLIENTE
       PROGRAM-DONE.
           GOBACK.

       LE-DADOS-DO-EMITENTE.
      *    Registro unico; arquivo ausente ou vazio e emitente nao
      *    cadastrado
           SET EMITENTE-NAO-CADASTRADO TO TRUE.
           OPEN INPUT ARQUIVO-EMITENTE.
           READ ARQUIVO-EMITENTE
               AT END
                   CONTINUE
               NOT AT END
                   IF EMITENTE-CNPJ NOT = 0
                       SET EMITENTE-CADASTRADO TO TRUE
                   END-IF
           END-READ.
           CLOSE ARQUIVO-EMITENTE.

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.
       GRAVA-CABECALHO-FEED.
           MOVE SPACE TO LINHA-FEED.
           MOVE "H" TO FEED-TIPO-REGISTRO.
           MOVE DATA-EXECUCAO TO FEED-DATA-GERACAO.
           WRITE LINHA-FEED.

       GRAVA-LINHA-FEED.

       MARCA-PEDIDO-FATURADO.
      *    Regrava o pedido como Faturado pra ele sair do proximo
      *    extrato e abre o titulo a receber correspondente; a
      *    NF-e numerada vai junto no registro e na remessa
           SET PEDIDO-FATURADO TO TRUE.
           PERFORM OBTEM-NUMERO-DA-NFE.
           MOVE EMITENTE-SERIE-NFE TO PEDIDO-NFE-SERIE.
           MOVE NUMERO-NFE-TIRADO TO PEDIDO-NFE-NUMERO.
           SET PEDIDO-NFE-EMITIDA TO TRUE.
           MOVE SPACES TO PEDIDO-NFE-CHAVE-ACESSO.
           MOVE SPACES TO PEDIDO-NFE-PROTOCOLO.
           MOVE ZEROS TO PEDIDO-NFE-DATA-RETORNO.
           MOVE SPACES TO PEDIDO-NFE-MOTIVO.
           REWRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O PEDIDO " PEDIDO-NUMERO
                       " COMO FATURADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-REMESSA-DA-NFE
                   PERFORM ABRE-TITULO-A-RECEBER
                   PERFORM GERA-LINHA-DE-VENDA
           END-REWRITE.

       OBTEM-NUMERO-DA-NFE.
      *    A mesma tomada de numero do PROG63, na serie "NFE" + serie
      *    do emitente; serie nova comeca da nota 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE EMITENTE-SERIE-NFE TO SERIE-CONTROLE-NFE.
           MOVE SERIE-DE-CONTROLE-NFE TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   PERFORM INICIA-SERIE-DA-NFE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-NFE-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O CONTROLE DE NUMERACAO"
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       INICIA-SERIE-DA-NFE.
           MOVE SPACE TO CONTROLE-REGISTRO.
           MOVE SERIE-DE-CONTROLE-NFE TO CONTROLE-NOME.
           MOVE 1 TO CONTROLE-PROXIMO-NUMERO.
           WRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CRIAR O CONTROLE DE NUMERACAO"
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-WRITE.

       GRAVA-REMESSA-DA-NFE.
      *    Cabecalho com emitente e destinatario, as linhas que
      *    embarcaram (quantidade atendida e valor refeito no
      *    PROG124) e o total com as parcelas do pedido
           MOVE SPACE TO LINHA-NFE.
           MOVE "C" TO NFE-TIPO-REGISTRO.
           PERFORM IDENTIFICA-LINHA-DA-NFE.
           MOVE DATA-EXECUCAO TO NFE-DATA-EMISSAO.
           MOVE EMITENTE-CNPJ TO NFE-EMITENTE-CNPJ.
           MOVE EMITENTE-INSCRICAO-ESTADUAL TO NFE-EMITENTE-IE.
           MOVE EMITENTE-UF TO NFE-EMITENTE-UF.
           MOVE CLIENTE-TIPO-PESSOA TO NFE-DEST-TIPO-PESSOA.
           MOVE CLIENTE-CNPJ-CPF TO NFE-DEST-CNPJ-CPF.
           MOVE CLIENTE-NOME TO NFE-DEST-NOME.
           IF PEDIDO-ENDERECO-ENTREGA = SPACE
               MOVE CLIENTE-ENDERECO TO NFE-DEST-ENDERECO
           ELSE
               MOVE PEDIDO-ENDERECO-ENTREGA TO NFE-DEST-ENDERECO
           END-IF.
           MOVE PEDIDO-TRANSPORTADORA TO NFE-TRANSPORTADORA.
           MOVE PEDIDO-PESO-BRUTO TO NFE-PESO-BRUTO.
           MOVE PEDIDO-CONDICAO-PAGAMENTO TO NFE-CONDICAO-PAGAMENTO.
           WRITE LINHA-NFE.

           MOVE 0 TO QTDE-ITENS-NA-NFE.
           MOVE "N" TO FIM-ITENS.
           MOVE PEDIDO-NUMERO TO PEDIDO-ITEM-PEDIDO.
           MOVE ZEROS TO PEDIDO-ITEM-LINHA.
           START ARQUIVO-PEDIDO-ITEM
               KEY IS NOT LESS THAN PEDIDO-ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM GRAVA-ITEM-DA-NFE UNTIL FIM-ITENS = "S".

           MOVE SPACE TO LINHA-NFE.
           MOVE "T" TO NFE-TIPO-REGISTRO.
           PERFORM IDENTIFICA-LINHA-DA-NFE.
           MOVE PEDIDO-VALOR-MERCADORIA TO NFE-TOTAL-MERCADORIA.
           MOVE PEDIDO-VALOR-ICMS TO NFE-TOTAL-ICMS.
           MOVE PEDIDO-VALOR-FRETE TO NFE-TOTAL-FRETE.
           MOVE PEDIDO-VALOR TO NFE-TOTAL-NOTA.
           MOVE QTDE-ITENS-NA-NFE TO NFE-TOTAL-QTDE-ITENS.
           WRITE LINHA-NFE.
           ADD 1 TO TOTAL-NFE-EMITIDAS.

       IDENTIFICA-LINHA-DA-NFE.
           MOVE PEDIDO-NFE-SERIE TO NFE-SERIE.
           MOVE PEDIDO-NFE-NUMERO TO NFE-NUMERO.
           MOVE PEDIDO-NUMERO TO NFE-PEDIDO.

       GRAVA-ITEM-DA-NFE.
      *    Linha que nao embarcou nada nao sai na nota
           READ ARQUIVO-PEDIDO-ITEM NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF PEDIDO-ITEM-PEDIDO = PEDIDO-NUMERO
                   IF PEDIDO-ITEM-QTDE-ATENDIDA > 0
                       MOVE SPACE TO LINHA-NFE
                       MOVE "I" TO NFE-TIPO-REGISTRO
                       PERFORM IDENTIFICA-LINHA-DA-NFE
                       MOVE PEDIDO-ITEM-LINHA TO NFE-ITEM-LINHA
                       MOVE PEDIDO-ITEM-CODIGO TO NFE-ITEM-CODIGO
                       MOVE PEDIDO-ITEM-DESCRICAO
                           TO NFE-ITEM-DESCRICAO
                       MOVE PEDIDO-ITEM-QTDE-ATENDIDA
                           TO NFE-ITEM-QTDE
                       COMPUTE NFE-ITEM-PRECO-UNITARIO ROUNDED =
                           PEDIDO-ITEM-VALOR
                           / PEDIDO-ITEM-QTDE-ATENDIDA
                       MOVE PEDIDO-ITEM-VALOR TO NFE-ITEM-VALOR
                       WRITE LINHA-NFE
                       ADD 1 TO QTDE-ITENS-NA-NFE
                   END-IF
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       GERA-LINHA-DE-VENDA.
      *    Pedido com vendedor vira a linha de vendas.dat que antes
      *    o back-office digitava no PROG70; vendedor zero (venda da
               MOVE PEDIDO-VENDEDOR TO VENDA-VENDEDOR
               MOVE PEDIDO-VALOR TO VENDA-VALOR
               MOVE DATA-EXECUCAO TO VENDA-DATA
               SET VENDA-NORMAL TO TRUE
               MOVE PEDIDO-NUMERO TO VENDA-PEDIDO
               WRITE LINHA-VENDA
           END-IF.

       ABRE-TITULO-A-RECEBER.
      *    Uma parcela por prazo da condicao do pedido; condicao zero
      *    ou fora do cadastro fica em 1 parcela a 30 dias
           MOVE PEDIDO-CONDICAO-PAGAMENTO TO CONDPAG-CODIGO.
           IF PEDIDO-CONDICAO-PAGAMENTO = 0
               PERFORM ASSUME-CONDICAO-PADRAO
           ELSE
               READ ARQUIVO-CONDICAO-PAGAMENTO
                   INVALID KEY
                       DISPLAY "PEDIDO " PEDIDO-NUMERO " COM "
                           "CONDICAO " PEDIDO-CONDICAO-PAGAMENTO
                           " FORA DO CADASTRO - 1 PARCELA A 30 DIAS"
                       PERFORM ASSUME-CONDICAO-PADRAO
               END-READ
           END-IF.

           DIVIDE PEDIDO-VALOR BY CONDPAG-QTDE-PARCELAS
               GIVING VALOR-DA-PARCELA.
           COMPUTE SOBRA-DA-DIVISAO = PEDIDO-VALOR
               - VALOR-DA-PARCELA * CONDPAG-QTDE-PARCELAS.

           PERFORM GRAVA-PARCELA-DO-TITULO
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > CONDPAG-QTDE-PARCELAS.

       ASSUME-CONDICAO-PADRAO.
           MOVE 1 TO CONDPAG-QTDE-PARCELAS.
           MOVE 30 TO CONDPAG-DIAS-PARCELA (1).

       GRAVA-PARCELA-DO-TITULO.
           MOVE SPACE TO RECEBIVEL-REGISTRO.
           MOVE PEDIDO-NUMERO TO RECEBIVEL-PEDIDO.
           MOVE INDICE-PARCELA TO RECEBIVEL-PARCELA.
           MOVE CONDPAG-QTDE-PARCELAS TO RECEBIVEL-QTDE-PARCELAS.
           MOVE PEDIDO-CLIENTE-CODIGO TO RECEBIVEL-CLIENTE.
           MOVE DATA-EXECUCAO TO RECEBIVEL-DATA-FATURAMENTO.
           IF INDICE-PARCELA = 1
               COMPUTE RECEBIVEL-VALOR-ORIGINAL = VALOR-DA-PARCELA
                   + SOBRA-DA-DIVISAO
           ELSE
               MOVE VALOR-DA-PARCELA TO RECEBIVEL-VALOR-ORIGINAL
           END-IF.
           MOVE ZEROS TO RECEBIVEL-VALOR-PAGO.
           MOVE RECEBIVEL-VALOR-ORIGINAL TO RECEBIVEL-SALDO.
           MOVE ZEROS TO RECEBIVEL-DATA-PERDA.
           MOVE ZEROS TO RECEBIVEL-VALOR-PERDA.
           MOVE ZEROS TO RECEBIVEL-VALOR-RECUPERADO.
           SET RECEBIVEL-EM-ABERTO TO TRUE.
           PERFORM CALCULA-VENCIMENTO-DA-PARCELA.
           MOVE DATA-VENCIMENTO-DESMONTADA
               TO RECEBIVEL-DATA-VENCIMENTO.
           WRITE RECEBIVEL-REGISTRO
               INVALID KEY
      *            Rerodada sobre pedido ja faturado antes: o titulo
      *            existente fica como esta
                   DISPLAY "TITULO DO PEDIDO " PEDIDO-NUMERO
                       " PARCELA " INDICE-PARCELA
                       " JA EXISTIA - MANTIDO COMO ESTA"
           END-WRITE.

       CALCULA-VENCIMENTO-DA-PARCELA.
      *    Faturamento + dias da parcela, na mesma conta de mes
      *    comercial de 30 dias do titulo a pagar do PROG116
           MOVE DATA-EXECUCAO TO DATA-VENCIMENTO-DESMONTADA.
           COMPUTE DIAS-SOMADOS = VENCTO-DD
               + CONDPAG-DIAS-PARCELA (INDICE-PARCELA).
           PERFORM AVANCA-MES-DO-VENCIMENTO
               UNTIL DIAS-SOMADOS <= 30.
           MOVE DIAS-SOMADOS TO VENCTO-DD.
           PERFORM LIMITA-AO-ULTIMO-DIA-DO-MES.

       AVANCA-MES-DO-VENCIMENTO.
           SUBTRACT 30 FROM DIAS-SOMADOS.
           IF VENCTO-MM = 12
               MOVE 1 TO VENCTO-MM
               ADD 1 TO VENCTO-AA
           ELSE
               ADD 1 TO VENCTO-MM
           END-IF.

       LIMITA-AO-ULTIMO-DIA-DO-MES.
      *    Dia alem do fim do mes vence no ultimo dia do mes (o mesmo
      *    calendario do PROG207)
           EVALUATE VENCTO-MM
               WHEN 2
                   DIVIDE VENCTO-AA BY 4 GIVING QUOCIENTE-DO-ANO
                       REMAINDER RESTO-DO-ANO
                   IF RESTO-DO-ANO = 0
                       MOVE 29 TO ULTIMO-DIA-DO-VENCTO
                   ELSE
                       MOVE 28 TO ULTIMO-DIA-DO-VENCTO
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ULTIMO-DIA-DO-VENCTO
               WHEN OTHER
                   MOVE 31 TO ULTIMO-DIA-DO-VENCTO
           END-EVALUATE.
           IF VENCTO-DD > ULTIMO-DIA-DO-VENCTO
               MOVE ULTIMO-DIA-DO-VENCTO TO VENCTO-DD
           END-IF.

       GRAVA-RODAPE-FEED.
           MOVE SPACE TO LINHA-FEED.
           MOVE "T" TO FEED-TIPO-REGISTRO.
