      *    traz a inscricao, e o cliente fica pendente na varredura
      *    do PROG133 ate alguem completar no PROG32 - pedido pra
      *    ele nao e aceito enquanto isso.
      *    A montagem passou a zerar a condicao de pagamento do
      *    cliente (padrao de 1 parcela a 30 dias); a condicao
      *    combinada e acertada depois no PROG32.
      *    O grupo economico do cliente tambem sai zerado (fora de
      *    grupo); o vinculo ao grupo e feito no PROG32.
      *    Cliente carregado entra sem carteira (vendedor zerado); o
      *    responsavel e definido no PROG32 ou pela transferencia de
      *    carteira do PROG188.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Antes de abrir qualquer arquivo, clientes_fornecedor.dat
      *    passou a ser conferido pelo PROG314: a quantidade de
      *    clientes contra o header/trailer do fornecedor ou contra a
      *    quantidade informada pelo operador (a lista nao tem campo
      *    de valor). Lista que nao bate, ou ja carregada com o mesmo
      *    nome e data, e recusada inteira; no fim da carga a lista
      *    fica registrada como carregada. As linhas H/T de controle
      *    sao puladas na leitura. A carga passou a gravar a linha de
      *    status em status_execucoes.dat, sob a sigla CARGCL, com
      *    erro (8) quando a lista e recusada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO "clientes_fornecedor.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           05 LISTA-EMAIL PIC X(30).
           05 LISTA-FILIAL PIC X(4).

       01  LINHA-CONTROLE-FORNECEDOR.
           05 LISTA-TIPO-LINHA PIC X.
               88 LISTA-LINHA-DE-CONTROLE VALUE "H" "T".
           05 FILLER PIC X(124).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-LISTA PIC X.
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  DATA-EXECUCAO PIC 9(8).

       01  CONTATO-VALIDACAO-FLAG PIC X VALUE "S".
           88 CONTATO-VALIDO VALUE "S".
       01  TOTAL-DUPLICADOS PIC 9(6) VALUE 0.
       01  TOTAL-REJEITADOS PIC 9(6) VALUE 0.

      *    Conferencia de controle do arquivo de entrada (PROG314)
       01  RECEBIMENTO-OPERACAO PIC X.
       01  RECEBIMENTO-PROGRAMA PIC X(6) VALUE "CARGCL".
       01  RECEBIMENTO-ARQUIVO PIC X(50)
           VALUE "clientes_fornecedor.dat".
       01  RECEBIMENTO-VALOR-POSICAO PIC 9(3) VALUE 0.
       01  RECEBIMENTO-VALOR-TAMANHO PIC 9(2) VALUE 0.
       01  RECEBIMENTO-VALOR-DECIMAIS PIC 9 VALUE 0.
       01  RECEBIMENTO-DATA-ARQUIVO PIC 9(8) VALUE 0.
       01  RECEBIMENTO-RESULTADO PIC X.
           88 RECEBIMENTO-LIBERADO VALUE "S".
           88 RECEBIMENTO-RECUSADO VALUE "N".

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM CONFERE-ARQUIVO-DE-ENTRADA.
           IF RECEBIMENTO-RECUSADO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-LISTA-FORNECEDOR.
           OPEN I-O ARQUIVO-CLIENTE.
           DISPLAY "TOTAL REJEITADOS POR DADOS INVALIDOS: "
               TOTAL-REJEITADOS.

           PERFORM REGISTRA-CARGA-DO-ARQUIVO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-FORNECEDOR.
      *    As linhas H/T de controle ja foram conferidas pelo PROG314
      *    e nao sao carregadas
           PERFORM LE-LINHA-DO-FORNECEDOR.
           PERFORM LE-LINHA-DO-FORNECEDOR
               UNTIL FINAL-LISTA = "S"
                   OR NOT LISTA-LINHA-DE-CONTROLE.

       LE-LINHA-DO-FORNECEDOR.
           READ ARQUIVO-LISTA-FORNECEDOR NEXT RECORD
               AT END MOVE "S" TO FINAL-LISTA.

                   MOVE ZERO TO CLIENTE-QTDE-ENDERECOS
                   MOVE ZERO TO CLIENTE-QTDE-CONTATOS
                   MOVE ZEROS TO CLIENTE-EXPOSICAO-ATUAL
                   MOVE ZEROS TO CLIENTE-CONDICAO-PAGAMENTO
                   MOVE ZEROS TO CLIENTE-GRUPO
                   MOVE ZEROS TO CLIENTE-VENDEDOR
                   MOVE ZEROS TO CLIENTE-VENDEDOR-ANTERIOR
                   MOVE ZEROS TO CLIENTE-VENDEDOR-DESDE
                   WRITE CLIENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "CODIGO " LISTA-CODIGO
               END-READ
           END-IF.

       CONFERE-ARQUIVO-DE-ENTRADA.
      *    Header/trailer do remetente ou totais informados pelo
      *    operador; arquivo que nao bate, ou ja carregado com o mesmo
      *    nome e data, e recusado inteiro antes de qualquer gravacao
           MOVE "V" TO RECEBIMENTO-OPERACAO.
           CALL "PROG314" USING RECEBIMENTO-OPERACAO
               RECEBIMENTO-PROGRAMA RECEBIMENTO-ARQUIVO
               RECEBIMENTO-VALOR-POSICAO RECEBIMENTO-VALOR-TAMANHO
               RECEBIMENTO-VALOR-DECIMAIS RECEBIMENTO-DATA-ARQUIVO
               RECEBIMENTO-RESULTADO.

       REGISTRA-CARGA-DO-ARQUIVO.
           MOVE "C" TO RECEBIMENTO-OPERACAO.
           CALL "PROG314" USING RECEBIMENTO-OPERACAO
               RECEBIMENTO-PROGRAMA RECEBIMENTO-ARQUIVO
               RECEBIMENTO-VALOR-POSICAO RECEBIMENTO-VALOR-TAMANHO
               RECEBIMENTO-VALOR-DECIMAIS RECEBIMENTO-DATA-ARQUIVO
               RECEBIMENTO-RESULTADO.
           IF RECEBIMENTO-RECUSADO
               DISPLAY "ERRO AO REGISTRAR A CARGA DE "
                   RECEBIMENTO-ARQUIVO
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de clientes carregados; a linha sai sob a
      *    sigla CARGCL - STATUS-PROGRAMA tem 6 posicoes
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "CARGCL" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-CARREGADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
