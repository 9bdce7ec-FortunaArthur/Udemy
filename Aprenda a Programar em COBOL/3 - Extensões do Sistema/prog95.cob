      *    REGISTRO-SOBREVIVENTE ajustado para PIC X(781), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois do
      *    saldo de exposicao de credito.
      *    REGISTRO-SOBREVIVENTE ajustado para PIC X(788), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    condicao de pagamento padrao e do grupo economico.
      *    REGISTRO-SOBREVIVENTE ajustado para PIC X(802), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    carteira do vendedor responsavel.
      *    REGISTRO-DUPLICADO (o espelho nomeado) tinha ficado no
      *    desenho antigo de 424 posicoes e desalinhava tudo depois
      *    de DUP-CREDITO - a lixeira saia com imagem truncada e a
      *    nas posicoes livres, e a exposicao fica a do sobrevivente
      *    (os pedidos do duplicado nao sao reapontados por esta
      *    ferramenta; sobra de saldo e caso pro PROG135).
      *    Espelho acrescido da condicao de pagamento padrao e do
      *    grupo economico; sobrevivente sem condicao ou sem grupo
      *    herda os do duplicado.
      *    Espelho acrescido da carteira (vendedor responsavel,
      *    anterior e data); sobrevivente sem vendedor herda a
      *    carteira do duplicado.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. A imagem do registro
      *    sobrevivente passou a PIC X(816).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA PIC X.
       01  RESPOSTA-CONFIRMA PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CODIGO-SOBREVIVENTE PIC 9(6).
       01  CODIGO-DUPLICADO PIC 9(6).

       01  REGISTRO-SOBREVIVENTE PIC X(816).

      *    Espelho nomeado do registro duplicado, no mesmo desenho
      *    de CLIENTE-REGISTRO, pra fusao nao depender de posicao
           05 DUP-TELEFONE PIC X(15).
           05 DUP-EMAIL PIC X(30).
           05 DUP-STATUS PIC X.
           05 DUP-DATA-CADASTRO PIC 9(8).
           05 DUP-FILIAL PIC X(4).
           05 DUP-LIMITE-CREDITO PIC 9(8)V99.
           05 DUP-CREDITO PIC X.
           05 DUP-QTDE-ENDERECOS PIC 9.
           05 DUP-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 DUP-ENDERECO-HIST PIC X(50).
               10 DUP-ENDERECO-HIST-DATA PIC 9(8).
           05 DUP-EXPOSICAO-ATUAL PIC 9(9)V99.
           05 DUP-QTDE-CONTATOS PIC 9.
           05 DUP-CONTATO OCCURS 5 TIMES.
               10 DUP-CONTATO-FUNCAO PIC X.
               10 DUP-CONTATO-TELEFONE PIC X(15).
               10 DUP-CONTATO-EMAIL PIC X(30).
           05 DUP-CONDICAO-PAGAMENTO PIC 9(3).
           05 DUP-GRUPO PIC 9(4).
           05 DUP-VENDEDOR PIC 9(4).
           05 DUP-VENDEDOR-ANTERIOR PIC 9(4).
           05 DUP-VENDEDOR-DESDE PIC 9(8).

       01  INDICE-ENDERECO PIC 9.
       01  INDICE-CONTATO PIC 9.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
               MOVE DUP-TIPO-PESSOA TO CLIENTE-TIPO-PESSOA
               MOVE DUP-CNPJ-CPF TO CLIENTE-CNPJ-CPF
           END-IF.
           IF CLIENTE-CONDICAO-PAGAMENTO = 0
               MOVE DUP-CONDICAO-PAGAMENTO
                   TO CLIENTE-CONDICAO-PAGAMENTO
           END-IF.
           IF CLIENTE-GRUPO = 0
               MOVE DUP-GRUPO TO CLIENTE-GRUPO
           END-IF.
           IF CLIENTE-VENDEDOR = 0
               MOVE DUP-VENDEDOR TO CLIENTE-VENDEDOR
               MOVE DUP-VENDEDOR-ANTERIOR TO CLIENTE-VENDEDOR-ANTERIOR
               MOVE DUP-VENDEDOR-DESDE TO CLIENTE-VENDEDOR-DESDE
           END-IF.
           PERFORM CARREGA-ENDERECOS-DO-DUPLICADO.
           PERFORM CARREGA-CONTATOS-DO-DUPLICADO.
           MOVE CLIENTE-REGISTRO TO REGISTRO-SOBREVIVENTE.
