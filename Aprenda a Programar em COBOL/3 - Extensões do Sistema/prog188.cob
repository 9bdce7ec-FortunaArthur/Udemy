       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG188.
      *    Programa de Transferencia de Carteira de Clientes
      *    Quando um vendedor sai, muda de regiao ou divide a
      *    carteira, os clientes dele eram trocados um a um no
      *    cadastro (PROG32). Este lote move de uma vez a carteira
      *    inteira de um vendedor pra outro - ou so os clientes de
      *    uma filial, quando a filial e informada - a partir de uma
      *    data efetiva: o vendedor de origem fica em
      *    CLIENTE-VENDEDOR-ANTERIOR, o de destino em
      *    CLIENTE-VENDEDOR e a data em CLIENTE-VENDEDOR-DESDE. Ate
      *    essa data a entrada de pedidos (PROG63) e a carga de
      *    pedidos externos (PROG127) ainda atribuem o pedido ao
      *    vendedor de origem. Cada cliente movido sai em
      *    hist_clientes.dat com operacao T e o operador do
      *    sign-on. O vendedor de destino tem que ser funcionario
      *    ativo; destino zero devolve os clientes pra casa.
      *    Varre clientes.dat pela chave primaria, pra regravacao da
      *    chave alternativa do vendedor nao mexer na leitura.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELFUNCIONARIO.cob".

           SELECT ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDHISTCLIENTE.cob".

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  RESPOSTA PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  VENDEDOR-ORIGEM PIC 9(4).
       01  VENDEDOR-DESTINO PIC 9(4).
       01  FILIAL-DA-TRANSFERENCIA PIC X(4).
       01  DATA-EFETIVA-TRANSFERENCIA PIC 9(8).

       01  PARAMETROS-FLAG PIC X VALUE "S".
           88 PARAMETROS-ACEITOS VALUE "S".
           88 PARAMETROS-RECUSADOS VALUE "N".

       01  TOTAL-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-TRANSFERIDOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "CARTEI".

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
                   "INATIVO - TRANSFERENCIA ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM ACEITA-PARAMETROS.
           CLOSE ARQUIVO-FUNCIONARIO.

           IF PARAMETROS-ACEITOS
               DISPLAY "CONFIRMA A TRANSFERENCIA? (S/N)"
               ACCEPT RESPOSTA
               IF RESPOSTA NOT = "S"
                   DISPLAY "TRANSFERENCIA CANCELADA PELO OPERADOR"
               ELSE
                   PERFORM TRANSFERE-CARTEIRA
               END-IF
           ELSE
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

           DISPLAY "CLIENTES LIDOS: " TOTAL-LIDOS.
           DISPLAY "CLIENTES TRANSFERIDOS: " TOTAL-TRANSFERIDOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       ACEITA-PARAMETROS.
           SET PARAMETROS-ACEITOS TO TRUE.
           MOVE ZEROS TO VENDEDOR-ORIGEM.
           DISPLAY "Vendedor de origem (dono atual da carteira):".
           ACCEPT VENDEDOR-ORIGEM.
           MOVE ZEROS TO VENDEDOR-DESTINO.
           DISPLAY "Vendedor de destino (0 = venda da casa):".
           ACCEPT VENDEDOR-DESTINO.
           MOVE SPACES TO FILIAL-DA-TRANSFERENCIA.
           DISPLAY "Filial (ENTER = carteira inteira):".
           ACCEPT FILIAL-DA-TRANSFERENCIA.
           MOVE ZEROS TO DATA-EFETIVA-TRANSFERENCIA.
           DISPLAY "Data efetiva AAAAMMDD (ENTER = hoje):".
           ACCEPT DATA-EFETIVA-TRANSFERENCIA.
           IF DATA-EFETIVA-TRANSFERENCIA = 0
               MOVE DATA-EXECUCAO TO DATA-EFETIVA-TRANSFERENCIA
           END-IF.

           IF VENDEDOR-ORIGEM = 0
               DISPLAY "VENDEDOR DE ORIGEM NAO PODE SER ZERO - "
                   "CLIENTE SEM CARTEIRA E ATRIBUIDO NO PROG32"
               SET PARAMETROS-RECUSADOS TO TRUE
           END-IF.
           IF VENDEDOR-ORIGEM = VENDEDOR-DESTINO
               DISPLAY "ORIGEM E DESTINO IGUAIS - NADA A TRANSFERIR"
               SET PARAMETROS-RECUSADOS TO TRUE
           END-IF.
           IF DATA-EFETIVA-TRANSFERENCIA < DATA-EXECUCAO
               DISPLAY "DATA EFETIVA NAO PODE SER ANTERIOR A HOJE"
               SET PARAMETROS-RECUSADOS TO TRUE
           END-IF.
           IF PARAMETROS-ACEITOS AND VENDEDOR-DESTINO > 0
               PERFORM CONFERE-VENDEDOR-DESTINO
           END-IF.

       CONFERE-VENDEDOR-DESTINO.
           MOVE VENDEDOR-DESTINO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "VENDEDOR " VENDEDOR-DESTINO
                       " NAO CADASTRADO"
                   SET PARAMETROS-RECUSADOS TO TRUE
               NOT INVALID KEY
                   IF NOT FUNCIONARIO-ATIVO
                       DISPLAY "VENDEDOR " VENDEDOR-DESTINO " - "
                           FUNCIONARIO-NOME " NAO ESTA ATIVO"
                       SET PARAMETROS-RECUSADOS TO TRUE
                   ELSE
                       DISPLAY "CARTEIRA VAI PARA " VENDEDOR-DESTINO
                           " - " FUNCIONARIO-NOME
                   END-IF
           END-READ.

       TRANSFERE-CARTEIRA.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN EXTEND ARQUIVO-HISTORICO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CLIENTE.
           PERFORM AVALIA-CLIENTE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-CLIENTE.

       LER-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CLIENTE.
           ADD 1 TO TOTAL-LIDOS.
           IF CLIENTE-VENDEDOR = VENDEDOR-ORIGEM
               IF FILIAL-DA-TRANSFERENCIA = SPACES
                   OR CLIENTE-FILIAL = FILIAL-DA-TRANSFERENCIA
                   PERFORM TRANSFERE-CLIENTE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-CLIENTE.

       TRANSFERE-CLIENTE.
           MOVE VENDEDOR-ORIGEM TO CLIENTE-VENDEDOR-ANTERIOR.
           MOVE VENDEDOR-DESTINO TO CLIENTE-VENDEDOR.
           MOVE DATA-EFETIVA-TRANSFERENCIA TO CLIENTE-VENDEDOR-DESDE.
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO TRANSFERIR O CLIENTE "
                       CLIENTE-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TRANSFERIDOS
                   DISPLAY "CLIENTE " CLIENTE-CODIGO " " CLIENTE-NOME
                       " FILIAL " CLIENTE-FILIAL " TRANSFERIDO"
                   PERFORM GRAVA-HISTORICO
           END-REWRITE.

       GRAVA-HISTORICO.
      *    Mesma trilha do PROG32; a operacao T marca a troca de
      *    vendedor feita em lote
           MOVE SPACE TO LINHA-HISTORICO.
           MOVE DATA-EXECUCAO TO HIST-DATA.
           ACCEPT HIST-HORA FROM TIME.
           MOVE "T" TO HIST-OPERACAO.
           MOVE OPERADOR-ID TO HIST-OPERADOR.
           MOVE CLIENTE-CODIGO TO HIST-CODIGO.
           MOVE CLIENTE-NOME TO HIST-NOME.
           WRITE LINHA-HISTORICO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de clientes transferidos nesta rodada; a
      *    linha sai sob a sigla CARTEI (STATUS-PROGRAMA tem 6
      *    posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "CARTEI" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-TRANSFERIDOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
