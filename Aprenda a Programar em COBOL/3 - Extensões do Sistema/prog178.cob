       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG178.
      *    Programa de Manutencao da Estrutura de Kits
      *    Alguns itens sao vendidos em kit (um jogo vendido sob um
      *    codigo so) e o operador precisava lembrar de digitar cada
      *    componente no pedido, senao o estoque saia errado. Este
      *    programa mantem kits.dat, indexado por kit + componente,
      *    ao lado do cadastro de produtos do PROG64 e na mesma
      *    estrutura de manutencao do PROG120: (I)ncluir componente,
      *    (A)lterar a quantidade, (E)xcluir componente e (L)istar a
      *    estrutura de um kit. O kit e os componentes sao
      *    validados contra produtos.dat; a estrutura tem 1 nivel so
      *    - componente nao pode ser kit e kit nao entra como
      *    componente de outro kit. A entrada de pedidos (PROG63),
      *    o atendimento da fila (PROG117), o embarque (PROG124) e a
      *    devolucao (PROG125) explodem o kit nos componentes pra
      *    mexer no estoque; o cliente continua vendo e pagando a
      *    linha do kit.
      *    Mudar a estrutura de um kit com pedido em aberto faz a
      *    devolucao da reserva daquele pedido seguir a estrutura
      *    nova - o aviso sai na tela a cada alteracao.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELKIT.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDKIT.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  KIT-FILE-STATUS PIC X(2).
       01  PRODUTO-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  KIT-INFORMADO PIC 9(4).
       01  COMPONENTE-INFORMADO PIC 9(4).
       01  QTDE-INFORMADA PIC 9(3).
       01  FIM-LISTAGEM PIC X.
       01  FIM-VARREDURA PIC X.
       01  TOTAL-NA-LISTAGEM PIC 9(4).

       01  KIT-VALIDACAO-FLAG PIC X VALUE "N".
           88 KIT-APTO VALUE "S".
           88 KIT-NAO-APTO VALUE "N".

       01  COMPONENTE-VALIDACAO-FLAG PIC X VALUE "N".
           88 COMPONENTE-APTO VALUE "S".
           88 COMPONENTE-NAO-APTO VALUE "N".

       01  ESTRUTURA-FLAG PIC X VALUE "N".
           88 TEM-ESTRUTURA VALUE "S".
           88 SEM-ESTRUTURA VALUE "N".

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-ALTERADOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-KIT.
           OPEN INPUT ARQUIVO-PRODUTO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-KITS UNTIL RESPOSTA = "N".

           DISPLAY "COMPONENTES INCLUIDOS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "COMPONENTES ALTERADOS NESTA EXECUCAO: "
               TOTAL-ALTERADOS.
           DISPLAY "COMPONENTES EXCLUIDOS NESTA EXECUCAO: "
               TOTAL-EXCLUIDOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-KIT.
           CLOSE ARQUIVO-PRODUTO.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-KITS.
           DISPLAY "-------------"
           DISPLAY "(I)ncluir (A)lterar (E)xcluir Componente ou "
               "(L)istar Kit?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "I"
                   PERFORM INCLUI-COMPONENTE
               WHEN "A"
                   PERFORM ALTERA-COMPONENTE
               WHEN "E"
                   PERFORM EXCLUI-COMPONENTE
               WHEN "L"
                   PERFORM LISTA-ESTRUTURA-DO-KIT
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar na estrutura de kits? (S/N)".
           ACCEPT RESPOSTA.

       INCLUI-COMPONENTE.
           PERFORM VALIDA-KIT.
           IF KIT-APTO
               PERFORM VALIDA-COMPONENTE
               IF COMPONENTE-APTO
                   PERFORM ACEITA-QTDE-COMPONENTE
                   IF QTDE-INFORMADA = 0
                       DISPLAY "QUANTIDADE ZERADA NAO E ACEITA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       PERFORM GRAVA-COMPONENTE-NOVO
                   END-IF
               END-IF
           END-IF.

       VALIDA-KIT.
      *    O kit tem que existir no cadastro e nao pode ser
      *    componente de outro kit
           SET KIT-NAO-APTO TO TRUE.
           DISPLAY "Informe o Codigo do Kit:".
           ACCEPT KIT-INFORMADO.
           MOVE KIT-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " KIT-INFORMADO
                       " NAO CONSTA NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "KIT: " PRODUTO-DESCRICAO
                   PERFORM VERIFICA-KIT-COMO-COMPONENTE
           END-READ.

       VERIFICA-KIT-COMO-COMPONENTE.
      *    Varre o arquivo do inicio procurando o codigo como
      *    componente de algum kit
           SET KIT-APTO TO TRUE.
           MOVE "N" TO FIM-VARREDURA.
           MOVE ZEROS TO KIT-CHAVE.
           START ARQUIVO-KIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-VARREDURA
           END-START.
           PERFORM VARRE-COMPONENTES
               UNTIL FIM-VARREDURA = "S" OR KIT-NAO-APTO.

       VARRE-COMPONENTES.
           READ ARQUIVO-KIT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-VARREDURA
           END-READ.
           IF FIM-VARREDURA = "N"
               IF KIT-COMPONENTE = KIT-INFORMADO
                   DISPLAY "PRODUTO " KIT-INFORMADO " JA E "
                       "COMPONENTE DO KIT " KIT-PRODUTO
                       " - NAO PODE SER KIT"
                   SET KIT-NAO-APTO TO TRUE
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
           END-IF.

       VALIDA-COMPONENTE.
      *    O componente tem que existir, estar ativo, ser outro
      *    produto e nao ter estrutura propria
           SET COMPONENTE-NAO-APTO TO TRUE.
           DISPLAY "Informe o Codigo do Componente:".
           ACCEPT COMPONENTE-INFORMADO.
           MOVE COMPONENTE-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO " COMPONENTE-INFORMADO
                       " NAO CONSTA NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM CONFERE-COMPONENTE
           END-READ.

       CONFERE-COMPONENTE.
           PERFORM VERIFICA-ESTRUTURA-DO-COMPONENTE.
           IF COMPONENTE-INFORMADO = KIT-INFORMADO
               DISPLAY "O KIT NAO PODE SER COMPONENTE DELE MESMO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF PRODUTO-INATIVO
                   DISPLAY "PRODUTO " COMPONENTE-INFORMADO
                       " ESTA INATIVO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   IF TEM-ESTRUTURA
                       DISPLAY "PRODUTO " COMPONENTE-INFORMADO
                           " E KIT - NAO PODE SER COMPONENTE"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       SET COMPONENTE-APTO TO TRUE
                       DISPLAY "COMPONENTE: " PRODUTO-DESCRICAO
                   END-IF
               END-IF
           END-IF.

       VERIFICA-ESTRUTURA-DO-COMPONENTE.
           SET SEM-ESTRUTURA TO TRUE.
           MOVE COMPONENTE-INFORMADO TO KIT-PRODUTO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START ARQUIVO-KIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LE-PRIMEIRO-DA-ESTRUTURA
           END-START.

       LE-PRIMEIRO-DA-ESTRUTURA.
           READ ARQUIVO-KIT NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF KIT-PRODUTO = COMPONENTE-INFORMADO
                       SET TEM-ESTRUTURA TO TRUE
                   END-IF
           END-READ.

       ACEITA-QTDE-COMPONENTE.
           MOVE ZEROS TO QTDE-INFORMADA.
           DISPLAY "Quantidade do Componente em 1 Kit:".
           ACCEPT QTDE-INFORMADA.

       GRAVA-COMPONENTE-NOVO.
           MOVE SPACE TO KIT-REGISTRO.
           MOVE KIT-INFORMADO TO KIT-PRODUTO.
           MOVE COMPONENTE-INFORMADO TO KIT-COMPONENTE.
           MOVE QTDE-INFORMADA TO KIT-QTDE-COMPONENTE.
           MOVE DATA-EXECUCAO TO KIT-DATA-CADASTRO.
           MOVE OPERADOR-ID TO KIT-OPERADOR.
           WRITE KIT-REGISTRO
               INVALID KEY
                   DISPLAY "COMPONENTE " KIT-COMPONENTE
                       " JA CONSTA DO KIT " KIT-PRODUTO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADICIONADOS
                   DISPLAY "COMPONENTE INCLUIDO NO KIT"
                   PERFORM AVISA-PEDIDOS-EM-ABERTO
           END-WRITE.

       ALTERA-COMPONENTE.
      *    Le o componente pela chave e so regrava se ele existir
           PERFORM INFORMA-CHAVE-DO-COMPONENTE.
           READ ARQUIVO-KIT
               INVALID KEY
                   DISPLAY "COMPONENTE NAO CONSTA DESTE KIT"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ALTERA-QTDE-DO-COMPONENTE
           END-READ.

       ALTERA-QTDE-DO-COMPONENTE.
           DISPLAY "QUANTIDADE ATUAL: " KIT-QTDE-COMPONENTE.
           PERFORM ACEITA-QTDE-COMPONENTE.
           IF QTDE-INFORMADA = 0
               DISPLAY "QUANTIDADE ZERADA NAO E ACEITA - USE A "
                   "EXCLUSAO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               MOVE QTDE-INFORMADA TO KIT-QTDE-COMPONENTE
               MOVE DATA-EXECUCAO TO KIT-DATA-CADASTRO
               MOVE OPERADOR-ID TO KIT-OPERADOR
               REWRITE KIT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O COMPONENTE"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ALTERADOS
                       PERFORM AVISA-PEDIDOS-EM-ABERTO
               END-REWRITE
           END-IF.

       EXCLUI-COMPONENTE.
      *    Exclui 1 componente pela chave completa; excluidos todos
      *    os componentes o produto volta a ser item comum
           PERFORM INFORMA-CHAVE-DO-COMPONENTE.
           READ ARQUIVO-KIT
               INVALID KEY
                   DISPLAY "COMPONENTE NAO CONSTA DESTE KIT"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DELETE ARQUIVO-KIT RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR O COMPONENTE"
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-EXCLUIDOS
                           PERFORM AVISA-PEDIDOS-EM-ABERTO
                   END-DELETE
           END-READ.

       INFORMA-CHAVE-DO-COMPONENTE.
           DISPLAY "Informe o Codigo do Kit:".
           ACCEPT KIT-PRODUTO.
           DISPLAY "Informe o Codigo do Componente:".
           ACCEPT KIT-COMPONENTE.

       AVISA-PEDIDOS-EM-ABERTO.
           DISPLAY "ATENCAO: PEDIDO EM ABERTO COM ESTE KIT DEVOLVE "
               "A RESERVA PELA ESTRUTURA NOVA".

       LISTA-ESTRUTURA-DO-KIT.
           DISPLAY "Informe o Codigo do Kit:".
           ACCEPT KIT-INFORMADO.
           DISPLAY "ESTRUTURA DO KIT " KIT-INFORMADO
               " (COMPONENTE DESCRICAO QTDE CADASTRO OPERADOR)".
           DISPLAY "---------------------------------------------".
           MOVE 0 TO TOTAL-NA-LISTAGEM.
           MOVE "N" TO FIM-LISTAGEM.
           MOVE KIT-INFORMADO TO KIT-PRODUTO.
           MOVE ZEROS TO KIT-COMPONENTE.
           START ARQUIVO-KIT KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LISTAGEM
           END-START.
           PERFORM LISTA-LINHA-DO-KIT UNTIL FIM-LISTAGEM = "S".
           DISPLAY "---------------------------------------------".
           DISPLAY "COMPONENTES DO KIT: " TOTAL-NA-LISTAGEM.

       LISTA-LINHA-DO-KIT.
           READ ARQUIVO-KIT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LISTAGEM
           END-READ.
           IF FIM-LISTAGEM = "N"
               IF KIT-PRODUTO = KIT-INFORMADO
                   MOVE KIT-COMPONENTE TO PRODUTO-CODIGO
                   READ ARQUIVO-PRODUTO
                       INVALID KEY
                           MOVE "(FORA DO CADASTRO)"
                               TO PRODUTO-DESCRICAO
                   END-READ
                   DISPLAY KIT-COMPONENTE " " PRODUTO-DESCRICAO
                       " " KIT-QTDE-COMPONENTE " " KIT-DATA-CADASTRO
                       " " KIT-OPERADOR
                   ADD 1 TO TOTAL-NA-LISTAGEM
               ELSE
                   MOVE "S" TO FIM-LISTAGEM
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de componentes incluidos nesta rodada; a
      *    linha sai sob a sigla KITS - STATUS-PROGRAMA tem 6
      *    posicoes
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "KITS" TO STATUS-PROGRAMA.
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
