       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG312.
      *    Programa de Anonimizacao de Clientes Vencidos (LGPD)
      *    Passado o prazo legal de guarda, o dado pessoal do cliente
      *    inativo tem de sair dos arquivos - mas o codigo e os
      *    valores ficam, pra historia financeira continuar fechando.
      *    E candidato o cliente que:
      *    - esta inativo e sem exposicao de credito;
      *    - foi cadastrado antes da data de corte (hoje menos os
      *      anos de retencao informados na entrada);
      *    - nao tem linha em hist_clientes.dat desde o corte;
      *    - nao tem pedido desde o corte, nem pedido que nao esteja
      *      Pago ou Cancelado, em pedidos.dat ou pedidos_historico.dat.
      *    No cliente pessoa fisica, nome vira ANONIMIZADO e endereco,
      *    telefone, e-mail, CPF e historico de enderecos sao
      *    apagados; no cliente pessoa juridica, a razao social e o
      *    endereco da empresa ficam e so os contatos (pessoas) sao
      *    apagados. O mesmo vale para:
      *    - a imagem do cliente no arquivo morto e na lixeira
      *      clientes_excluidos.dat - inclusive do cliente que ja nem
      *      esta no cadastro, se arquivado/excluido antes do corte;
      *    - o nome gravado em hist_clientes.dat (so pessoa fisica);
      *    - o endereco de entrega dos pedidos (so pessoa fisica),
      *      vivos ou arquivados.
      *    O cliente pessoa fisica ja anonimizado numa rodada anterior
      *    so e contado e nao ocupa lugar na tabela da rodada. Pra
      *    completar uma rodada interrompida no meio, o operador
      *    informa o cliente inicial: a leitura do cadastro comeca
      *    nele e os ja anonimizados dali em diante entram de novo
      *    na limpeza dos outros arquivos. Com a tabela cheia, sai o
      *    ultimo cliente processado e o cliente por onde retomar.
      *    Cada registro alterado ganha 1 linha em anonimizacoes.dat
      *    (FDANONIM) com o operador. Como no PROG47, a rodada pode ser
      *    (S)imulacao, que so conta, ou (E)fetiva; e exige operador
      *    com permissao de exclusao no sign-on (PROG83).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELEXCCLIENTE.cob".
           COPY "SELPEDIDO.cob".
           COPY "SELPEDARQ.cob".
           COPY "SELANONIM.cob".
           COPY "SELSTATUS.cob".

           SELECT OPTIONAL ARQUIVO-MORTO-CLIENTES
           ASSIGN TO "clientes_arquivo_morto.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-TRABALHO
           ASSIGN TO "anonimizacao.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDEXCCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDARQ.cob".
           COPY "FDANONIM.cob".
           COPY "FDSTATUS.cob".
           COPY "FDHISTCLIENTE.cob".

       FD ARQUIVO-MORTO-CLIENTES.

       01  LINHA-MORTA-CLIENTE.
           05 MORTO-CLIENTE-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MORTO-CLIENTE-REGISTRO PIC X(816).

       FD ARQUIVO-TRABALHO.

       01  LINHA-TRABALHO PIC X(836).

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  PEDARQ-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-EXECUCAO-PARTES REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAAA PIC 9(4).
           05 DATA-EXECUCAO-MMDD PIC 9(4).

       01  ANOS-DE-RETENCAO PIC 9(2).
       01  ANOS-DE-RETENCAO-PADRAO PIC 9(2) VALUE 5.
       01  DATA-DE-CORTE PIC 9(8).

       01  OPERADOR-ID PIC X(10).

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
           88 OPERADOR-PODE-EXCLUIR VALUE "S".
           88 OPERADOR-SEM-EXCLUSAO VALUE "N".

       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
           88 OPERADOR-DADOS-COMPLETOS VALUE "S".
           88 OPERADOR-SEM-DADOS-COMPLETOS VALUE "N".

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "ANOCLI".

       01  MODO-EXECUCAO PIC X.
           88 MODO-SIMULACAO VALUE "S".
           88 MODO-EFETIVO VALUE "E".

      *    Clientes desta rodada: candidatos do cadastro, os so
      *    achados no arquivo morto ou na lixeira e, na rodada de
      *    complemento, os ja anonimizados antes
       01  QTDE-TITULARES PIC 9(4) VALUE 0.
       01  TABELA-TITULARES.
           05 TITULAR OCCURS 2000 TIMES.
               10 TITULAR-CODIGO PIC 9(6).
               10 TITULAR-TIPO-PESSOA PIC X.
               10 TITULAR-SITUACAO PIC X.
                   88 TITULAR-A-ANONIMIZAR VALUE "A".
                   88 TITULAR-JA-ANONIMIZADO VALUE "J".
                   88 TITULAR-DESCARTADO VALUE "D".
       01  IND-TITULAR PIC 9(4).
       01  TITULAR-ACHADO PIC 9(4).
       01  TABELA-CHEIA-FLAG PIC X VALUE "N".
           88 TABELA-DE-TITULARES-CHEIA VALUE "S".

       01  CLIENTE-INICIAL PIC 9(6).
       01  ULTIMO-CLIENTE-PROCESSADO PIC 9(6) VALUE 0.
       01  CLIENTE-DA-RETOMADA PIC 9(6) VALUE 0.
       01  TIPO-DE-RODADA-FLAG PIC X VALUE "N".
           88 RODADA-DE-COMPLEMENTO VALUE "S".
           88 RODADA-NORMAL VALUE "N".

       01  CODIGO-DO-TITULAR PIC 9(6).
       01  DATA-DA-LINHA PIC 9(8).
       01  IND-ENDERECO PIC 9.
       01  IND-CONTATO PIC 9.

       01  NOME-ANONIMIZADO PIC X(20) VALUE "ANONIMIZADO".
       01  CLIENTE-ANTES PIC X(816).

       01  ANONIMIZA-FLAG PIC X.
           88 IMAGEM-A-ANONIMIZAR VALUE "S".
           88 IMAGEM-MANTIDA VALUE "N".
       01  NOVO-TITULAR-FLAG PIC X.
           88 TITULAR-NOVO VALUE "S".
           88 TITULAR-CONHECIDO VALUE "N".

       01  ALTERADOS-NO-ARQUIVO PIC 9(6).

       01  TOTAL-CLIENTES-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CANDIDATOS PIC 9(6) VALUE 0.
       01  TOTAL-JA-ANONIMIZADOS PIC 9(6) VALUE 0.
       01  TOTAL-COM-MOVIMENTO PIC 9(6) VALUE 0.
       01  TOTAL-CADASTROS PIC 9(6) VALUE 0.
       01  TOTAL-MORTOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDOS PIC 9(6) VALUE 0.
       01  TOTAL-HISTORICOS PIC 9(6) VALUE 0.
       01  TOTAL-PEDIDOS PIC 9(6) VALUE 0.
       01  TOTAL-PEDIDOS-ARQUIVADOS PIC 9(6) VALUE 0.
       01  TOTAL-REGISTROS-ALTERADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               OR OPERADOR-SEM-EXCLUSAO
               DISPLAY "OPERADOR SEM PERMISSAO DE EXCLUSAO - "
                   "ANONIMIZACAO NAO EXECUTADA"
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "RODADA EM (S)IMULACAO OU (E)FETIVA? (ENTER "
               "PARA SIMULACAO):".
           ACCEPT MODO-EXECUCAO.
           IF NOT MODO-EFETIVO
               SET MODO-SIMULACAO TO TRUE
               DISPLAY "MODO SIMULACAO - NADA SERA ALTERADO"
           END-IF.

           MOVE ZEROS TO ANOS-DE-RETENCAO.
           DISPLAY "INFORME OS ANOS DE RETENCAO DOS DADOS PESSOAIS "
               "(ENTER PARA " ANOS-DE-RETENCAO-PADRAO "):".
           ACCEPT ANOS-DE-RETENCAO.
           IF ANOS-DE-RETENCAO = 0
               MOVE ANOS-DE-RETENCAO-PADRAO TO ANOS-DE-RETENCAO
           END-IF.
           COMPUTE DATA-DE-CORTE =
               (DATA-EXECUCAO-AAAA - ANOS-DE-RETENCAO) * 10000
               + DATA-EXECUCAO-MMDD.

           MOVE ZEROS TO CLIENTE-INICIAL.
           DISPLAY "PARA COMPLETAR RODADA INTERROMPIDA, INFORME O "
               "CLIENTE INICIAL (ENTER PARA RODADA NORMAL):".
           ACCEPT CLIENTE-INICIAL.
           IF CLIENTE-INICIAL > 0
               SET RODADA-DE-COMPLEMENTO TO TRUE
               DISPLAY "RODADA DE COMPLEMENTO A PARTIR DO CLIENTE "
                   CLIENTE-INICIAL
           END-IF.

           DISPLAY "ANONIMIZACAO DE CLIENTES - DATA " DATA-EXECUCAO
               " CORTE " DATA-DE-CORTE " OPERADOR " OPERADOR-ID.

           PERFORM SELECIONA-CANDIDATOS.
           PERFORM DESCARTA-COM-MOVIMENTO.

           IF MODO-EFETIVO
               OPEN EXTEND ARQUIVO-ANONIMIZACAO
           END-IF.
           PERFORM ANONIMIZA-CADASTRO.
           PERFORM ANONIMIZA-ARQUIVO-MORTO.
           PERFORM ANONIMIZA-EXCLUIDOS.
           PERFORM ANONIMIZA-HISTORICO.
           PERFORM ANONIMIZA-PEDIDOS.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-ANONIMIZACAO
           END-IF.
           COMPUTE TOTAL-REGISTROS-ALTERADOS = TOTAL-CADASTROS
               + TOTAL-MORTOS + TOTAL-EXCLUIDOS + TOTAL-HISTORICOS
               + TOTAL-PEDIDOS + TOTAL-PEDIDOS-ARQUIVADOS.

           DISPLAY "---------------------------------------------".
           DISPLAY "CLIENTES LIDOS: " TOTAL-CLIENTES-LIDOS.
           DISPLAY "CANDIDATOS PELO CADASTRO: " TOTAL-CANDIDATOS.
           DISPLAY "JA ANONIMIZADOS ANTES: " TOTAL-JA-ANONIMIZADOS.
           DISPLAY "  MANTIDOS POR MOVIMENTO DESDE O CORTE: "
               TOTAL-COM-MOVIMENTO.
           IF MODO-EFETIVO
               DISPLAY "REGISTROS ANONIMIZADOS:"
           ELSE
               DISPLAY "REGISTROS QUE SERIAM ANONIMIZADOS:"
           END-IF.
           DISPLAY "  CLIENTES.DAT: " TOTAL-CADASTROS.
           DISPLAY "  ARQUIVO MORTO: " TOTAL-MORTOS.
           DISPLAY "  CLIENTES EXCLUIDOS: " TOTAL-EXCLUIDOS.
           DISPLAY "  HIST_CLIENTES.DAT: " TOTAL-HISTORICOS.
           DISPLAY "  PEDIDOS.DAT: " TOTAL-PEDIDOS.
           DISPLAY "  PEDIDOS_HISTORICO.DAT: " TOTAL-PEDIDOS-ARQUIVADOS.
           IF TABELA-DE-TITULARES-CHEIA
               DISPLAY "ATENCAO: MAIS DE 2000 CLIENTES NA RODADA - "
                   "ULTIMO CLIENTE PROCESSADO: "
                   ULTIMO-CLIENTE-PROCESSADO
               IF RODADA-DE-COMPLEMENTO
                   AND CLIENTE-DA-RETOMADA > 0
                   DISPLAY "RODE DE NOVO INFORMANDO O CLIENTE INICIAL "
                       CLIENTE-DA-RETOMADA
               ELSE
                   DISPLAY "RODE DE NOVO PARA COMPLETAR"
               END-IF
           END-IF.
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO CONCLUIDA - ARQUIVOS INTOCADOS"
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.
           STOP RUN.

       ACHA-TITULAR.
      *    Tabela dos clientes da rodada
           MOVE ZEROS TO TITULAR-ACHADO.
           PERFORM CONFERE-TITULAR
               VARYING IND-TITULAR FROM 1 BY 1
               UNTIL IND-TITULAR > QTDE-TITULARES
               OR TITULAR-ACHADO > 0.

       CONFERE-TITULAR.
           IF TITULAR-CODIGO(IND-TITULAR) = CODIGO-DO-TITULAR
               MOVE IND-TITULAR TO TITULAR-ACHADO
           END-IF.

       INCLUI-TITULAR.
           IF QTDE-TITULARES < 2000
               ADD 1 TO QTDE-TITULARES
               MOVE CODIGO-DO-TITULAR TO TITULAR-CODIGO(QTDE-TITULARES)
               MOVE CLIENTE-TIPO-PESSOA
                   TO TITULAR-TIPO-PESSOA(QTDE-TITULARES)
               MOVE QTDE-TITULARES TO TITULAR-ACHADO
           ELSE
               SET TABELA-DE-TITULARES-CHEIA TO TRUE
               MOVE ZEROS TO TITULAR-ACHADO
           END-IF.

      *    Titular cujo nome e enderecos saem nos outros arquivos: o
      *    da rodada (ou ja anonimizado) que nao e pessoa juridica
       CONFERE-PESSOA-FISICA-DA-RODADA.
           PERFORM ACHA-TITULAR.
           SET IMAGEM-MANTIDA TO TRUE.
           IF TITULAR-ACHADO > 0
               IF NOT TITULAR-DESCARTADO(TITULAR-ACHADO)
                   AND TITULAR-TIPO-PESSOA(TITULAR-ACHADO) NOT = "J"
                   SET IMAGEM-A-ANONIMIZAR TO TRUE
               END-IF
           END-IF.

       ANONIMIZA-REGISTRO-CLIENTE.
      *    Regra de anonimizacao de CLIENTE-REGISTRO
           IF NOT CLIENTE-PESSOA-JURIDICA
               MOVE NOME-ANONIMIZADO TO CLIENTE-NOME
               MOVE SPACES TO CLIENTE-ENDERECO
               MOVE SPACES TO CLIENTE-TELEFONE
               MOVE SPACES TO CLIENTE-EMAIL
               MOVE ZEROS TO CLIENTE-CNPJ-CPF
               PERFORM LIMPA-ENDERECO-ANTERIOR
                   VARYING IND-ENDERECO FROM 1 BY 1
                   UNTIL IND-ENDERECO > 5
               MOVE ZEROS TO CLIENTE-QTDE-ENDERECOS
           END-IF.
           PERFORM LIMPA-CONTATO
               VARYING IND-CONTATO FROM 1 BY 1
               UNTIL IND-CONTATO > 5.
           MOVE ZEROS TO CLIENTE-QTDE-CONTATOS.

       LIMPA-ENDERECO-ANTERIOR.
           MOVE SPACES TO CLIENTE-ENDERECO-HIST(IND-ENDERECO).
           MOVE ZEROS TO CLIENTE-ENDERECO-HIST-DATA(IND-ENDERECO).

       LIMPA-CONTATO.
           MOVE SPACES TO CONTATO-NOME(IND-CONTATO).
           MOVE SPACES TO CONTATO-FUNCAO(IND-CONTATO).
           MOVE SPACES TO CONTATO-TELEFONE(IND-CONTATO).
           MOVE SPACES TO CONTATO-EMAIL(IND-CONTATO).

       SELECIONA-CANDIDATOS.
      *    Candidatos pelo cadastro
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE CLIENTE-INICIAL TO CLIENTE-CODIGO.
           START ARQUIVO-CLIENTE KEY IS NOT LESS THAN CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-CLIENTE.
           PERFORM AVALIA-CLIENTE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CLIENTE.

       LER-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CLIENTE.
           ADD 1 TO TOTAL-CLIENTES-LIDOS.
           IF CLIENTE-INATIVO
               AND CLIENTE-EXPOSICAO-ATUAL = 0
               AND CLIENTE-DATA-CADASTRO < DATA-DE-CORTE
               MOVE CLIENTE-CODIGO TO CODIGO-DO-TITULAR
               MOVE CLIENTE-REGISTRO TO CLIENTE-ANTES
               PERFORM ANONIMIZA-REGISTRO-CLIENTE
               IF CLIENTE-REGISTRO NOT = CLIENTE-ANTES
                   PERFORM INCLUI-TITULAR
                   IF TITULAR-ACHADO > 0
                       SET TITULAR-A-ANONIMIZAR(TITULAR-ACHADO)
                           TO TRUE
                       ADD 1 TO TOTAL-CANDIDATOS
                   END-IF
               ELSE
                   IF NOT CLIENTE-PESSOA-JURIDICA
                       PERFORM CONTA-JA-ANONIMIZADO
                   END-IF
               END-IF
           END-IF.
      *    Tabela cheia para a leitura no cliente que nao coube
           IF TABELA-DE-TITULARES-CHEIA
               MOVE CLIENTE-CODIGO TO CLIENTE-DA-RETOMADA
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               MOVE CLIENTE-CODIGO TO ULTIMO-CLIENTE-PROCESSADO
               PERFORM LER-PROXIMO-CLIENTE
           END-IF.

      *    Na rodada normal o ja anonimizado so e contado; na de
      *    complemento volta pra tabela, pra limpeza dos outros
      *    arquivos
       CONTA-JA-ANONIMIZADO.
           IF RODADA-DE-COMPLEMENTO
               PERFORM INCLUI-TITULAR
               IF TITULAR-ACHADO > 0
                   SET TITULAR-JA-ANONIMIZADO(TITULAR-ACHADO) TO TRUE
                   ADD 1 TO TOTAL-CANDIDATOS
                   ADD 1 TO TOTAL-JA-ANONIMIZADOS
               END-IF
           ELSE
               ADD 1 TO TOTAL-JA-ANONIMIZADOS
           END-IF.

       DESCARTA-COM-MOVIMENTO.
      *    Fica quem teve movimento desde o corte
           OPEN INPUT ARQUIVO-HISTORICO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-HISTORICO.
           PERFORM CONFERE-MOVIMENTO-HISTORICO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO.

           OPEN INPUT ARQUIVO-PEDIDO.
           MOVE ZEROS TO PEDIDO-NUMERO.
           START ARQUIVO-PEDIDO KEY IS NOT LESS THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM CONFERE-MOVIMENTO-PEDIDO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO.

           OPEN INPUT ARQUIVO-PEDIDO-ARQUIVADO.
           MOVE ZEROS TO PEDARQ-NUMERO.
           START ARQUIVO-PEDIDO-ARQUIVADO
               KEY IS NOT LESS THAN PEDARQ-NUMERO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-PEDIDO-ARQUIVADO.
           PERFORM CONFERE-MOVIMENTO-PEDIDO-ARQ
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO-ARQUIVADO.

       LER-PROXIMO-HISTORICO.
           READ ARQUIVO-HISTORICO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-MOVIMENTO-HISTORICO.
           IF HIST-DATA NOT < DATA-DE-CORTE
               MOVE HIST-CODIGO TO CODIGO-DO-TITULAR
               PERFORM DESCARTA-TITULAR
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

       LER-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-MOVIMENTO-PEDIDO.
           IF PEDIDO-DATA NOT < DATA-DE-CORTE
               OR NOT (PEDIDO-PAGO OR PEDIDO-CANCELADO)
               MOVE PEDIDO-CLIENTE-CODIGO TO CODIGO-DO-TITULAR
               PERFORM DESCARTA-TITULAR
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       LER-PROXIMO-PEDIDO-ARQUIVADO.
           READ ARQUIVO-PEDIDO-ARQUIVADO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-MOVIMENTO-PEDIDO-ARQ.
           MOVE PEDARQ-REGISTRO TO PEDIDO-REGISTRO.
           IF PEDIDO-DATA NOT < DATA-DE-CORTE
               MOVE PEDIDO-CLIENTE-CODIGO TO CODIGO-DO-TITULAR
               PERFORM DESCARTA-TITULAR
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO-ARQUIVADO.

       DESCARTA-TITULAR.
           PERFORM ACHA-TITULAR.
           IF TITULAR-ACHADO > 0
               IF TITULAR-A-ANONIMIZAR(TITULAR-ACHADO)
                   SET TITULAR-DESCARTADO(TITULAR-ACHADO) TO TRUE
                   ADD 1 TO TOTAL-COM-MOVIMENTO
               END-IF
           END-IF.

       ANONIMIZA-CADASTRO.
      *    Cadastro de clientes
           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-CLIENTE
           ELSE
               OPEN INPUT ARQUIVO-CLIENTE
           END-IF.
           PERFORM ANONIMIZA-CLIENTE-DA-TABELA
               VARYING IND-TITULAR FROM 1 BY 1
               UNTIL IND-TITULAR > QTDE-TITULARES.
           CLOSE ARQUIVO-CLIENTE.

       ANONIMIZA-CLIENTE-DA-TABELA.
           IF TITULAR-A-ANONIMIZAR(IND-TITULAR)
               MOVE TITULAR-CODIGO(IND-TITULAR) TO CODIGO-DO-TITULAR
               MOVE CODIGO-DO-TITULAR TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       MOVE SPACES TO CLIENTE-ANTES
                   NOT INVALID KEY
                       MOVE CLIENTE-REGISTRO TO CLIENTE-ANTES
               END-READ
               IF CLIENTE-ANTES NOT = SPACES
                   PERFORM ANONIMIZA-REGISTRO-CLIENTE
                   IF CLIENTE-REGISTRO NOT = CLIENTE-ANTES
                       PERFORM REGRAVA-CLIENTE
                   END-IF
               END-IF
           END-IF.

       REGRAVA-CLIENTE.
           ADD 1 TO TOTAL-CADASTROS.
           IF MODO-EFETIVO
               REWRITE CLIENTE-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CLIENTE "
                           CLIENTE-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       MOVE "clientes.dat" TO ANON-ARQUIVO
                       MOVE CLIENTE-CODIGO TO ANON-CODIGO
                       MOVE SPACES TO ANON-REFERENCIA
                       PERFORM GRAVA-LINHA-ANONIMIZACAO
                       DISPLAY "CLIENTE ANONIMIZADO: " CLIENTE-CODIGO
               END-REWRITE
           ELSE
               DISPLAY "CLIENTE SERIA ANONIMIZADO: " CLIENTE-CODIGO
           END-IF.

       ANONIMIZA-ARQUIVO-MORTO.
      *    Imagens do cliente no arquivo morto e na lixeira: o da
      *    rodada, ou o que ja saiu do cadastro antes do corte
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-MORTO-CLIENTES.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-MORTO-CLIENTE.
           PERFORM AVALIA-MORTO-CLIENTE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MORTO-CLIENTES.
           CLOSE ARQUIVO-CLIENTE.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-ARQUIVO-MORTO
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-MORTOS.

       LER-PROXIMO-MORTO-CLIENTE.
           READ ARQUIVO-MORTO-CLIENTES
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-MORTO-CLIENTE.
           MOVE MORTO-CLIENTE-REGISTRO(1:6) TO CODIGO-DO-TITULAR.
           MOVE MORTO-CLIENTE-DATA TO DATA-DA-LINHA.
           PERFORM DECIDE-IMAGEM-ARQUIVADA.
           MOVE MORTO-CLIENTE-REGISTRO TO CLIENTE-REGISTRO.
           PERFORM ANONIMIZA-IMAGEM-ARQUIVADA.
           IF CLIENTE-REGISTRO NOT = MORTO-CLIENTE-REGISTRO
               ADD 1 TO ALTERADOS-NO-ARQUIVO
               MOVE CLIENTE-REGISTRO TO MORTO-CLIENTE-REGISTRO
               MOVE "clientes_arquivo_morto.dat" TO ANON-ARQUIVO
               MOVE MORTO-CLIENTE-DATA TO ANON-REFERENCIA
               PERFORM GRAVA-LINHA-ANONIMIZACAO
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-MORTA-CLIENTE TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-MORTO-CLIENTE.

       DEVOLVE-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-MORTO-CLIENTES.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-MORTA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MORTO-CLIENTES.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-MORTA.
           MOVE LINHA-TRABALHO TO LINHA-MORTA-CLIENTE.
           WRITE LINHA-MORTA-CLIENTE.
           PERFORM LER-PROXIMO-TRABALHO.

       ANONIMIZA-EXCLUIDOS.
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-EXCLUIDOS-CLIENTE.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-EXCLUIDO.
           PERFORM AVALIA-EXCLUIDO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-EXCLUIDOS-CLIENTE.
           CLOSE ARQUIVO-CLIENTE.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-EXCLUIDOS
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-EXCLUIDOS.

       LER-PROXIMO-EXCLUIDO.
           READ ARQUIVO-EXCLUIDOS-CLIENTE
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-EXCLUIDO.
           MOVE EXC-CLI-REGISTRO(1:6) TO CODIGO-DO-TITULAR.
           MOVE EXC-CLI-DATA TO DATA-DA-LINHA.
           PERFORM DECIDE-IMAGEM-ARQUIVADA.
           MOVE EXC-CLI-REGISTRO TO CLIENTE-REGISTRO.
           PERFORM ANONIMIZA-IMAGEM-ARQUIVADA.
           IF CLIENTE-REGISTRO NOT = EXC-CLI-REGISTRO
               ADD 1 TO ALTERADOS-NO-ARQUIVO
               MOVE CLIENTE-REGISTRO TO EXC-CLI-REGISTRO
               MOVE "clientes_excluidos.dat" TO ANON-ARQUIVO
               MOVE EXC-CLI-DATA TO ANON-REFERENCIA
               PERFORM GRAVA-LINHA-ANONIMIZACAO
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-EXCLUIDO-CLIENTE TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-EXCLUIDO.

       DEVOLVE-EXCLUIDOS.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-EXCLUIDOS-CLIENTE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-EXCLUIDA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-EXCLUIDOS-CLIENTE.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-EXCLUIDA.
           MOVE LINHA-TRABALHO TO LINHA-EXCLUIDO-CLIENTE.
           WRITE LINHA-EXCLUIDO-CLIENTE.
           PERFORM LER-PROXIMO-TRABALHO.

      *    Decide antes de usar CLIENTE-REGISTRO, que a leitura do
      *    cadastro sobrepoe
       DECIDE-IMAGEM-ARQUIVADA.
           SET IMAGEM-MANTIDA TO TRUE.
           SET TITULAR-CONHECIDO TO TRUE.
           PERFORM ACHA-TITULAR.
           IF TITULAR-ACHADO > 0
               IF NOT TITULAR-DESCARTADO(TITULAR-ACHADO)
                   SET IMAGEM-A-ANONIMIZAR TO TRUE
               END-IF
           ELSE
               IF DATA-DA-LINHA < DATA-DE-CORTE
                   MOVE CODIGO-DO-TITULAR TO CLIENTE-CODIGO
                   READ ARQUIVO-CLIENTE
                       INVALID KEY
                           SET IMAGEM-A-ANONIMIZAR TO TRUE
                           SET TITULAR-NOVO TO TRUE
                   END-READ
               END-IF
           END-IF.

      *    Imagem que ja estava anonimizada so entra na tabela na
      *    rodada de complemento
       ANONIMIZA-IMAGEM-ARQUIVADA.
           IF IMAGEM-A-ANONIMIZAR
               MOVE CLIENTE-REGISTRO TO CLIENTE-ANTES
               PERFORM ANONIMIZA-REGISTRO-CLIENTE
               IF CLIENTE-REGISTRO = CLIENTE-ANTES
                   AND RODADA-NORMAL
                   SET TITULAR-CONHECIDO TO TRUE
               END-IF
               IF TITULAR-NOVO
                   PERFORM INCLUI-TITULAR
                   IF TITULAR-ACHADO > 0
                       SET TITULAR-JA-ANONIMIZADO(TITULAR-ACHADO)
                           TO TRUE
                   END-IF
               END-IF
           END-IF.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       ANONIMIZA-HISTORICO.
      *    Nome gravado na trilha hist_clientes.dat
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-HISTORICO.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-HISTORICO.
           PERFORM AVALIA-HISTORICO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-HISTORICO
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-HISTORICOS.

       AVALIA-HISTORICO.
           MOVE HIST-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-PESSOA-FISICA-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND HIST-NOME NOT = NOME-ANONIMIZADO
               MOVE NOME-ANONIMIZADO TO HIST-NOME
               ADD 1 TO ALTERADOS-NO-ARQUIVO
               MOVE "hist_clientes.dat" TO ANON-ARQUIVO
               MOVE HIST-DATA TO ANON-REFERENCIA
               PERFORM GRAVA-LINHA-ANONIMIZACAO
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-HISTORICO TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

       DEVOLVE-HISTORICO.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-HISTORICO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-HISTORICO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-HISTORICO.
           MOVE LINHA-TRABALHO TO LINHA-HISTORICO.
           WRITE LINHA-HISTORICO.
           PERFORM LER-PROXIMO-TRABALHO.

       ANONIMIZA-PEDIDOS.
      *    Endereco de entrega dos pedidos, vivos e arquivados
           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-PEDIDO
           ELSE
               OPEN INPUT ARQUIVO-PEDIDO
           END-IF.
           MOVE ZEROS TO PEDIDO-NUMERO.
           START ARQUIVO-PEDIDO KEY IS NOT LESS THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-PEDIDO.
           PERFORM AVALIA-PEDIDO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO.

           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-PEDIDO-ARQUIVADO
           ELSE
               OPEN INPUT ARQUIVO-PEDIDO-ARQUIVADO
           END-IF.
           MOVE ZEROS TO PEDARQ-NUMERO.
           START ARQUIVO-PEDIDO-ARQUIVADO
               KEY IS NOT LESS THAN PEDARQ-NUMERO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-PEDIDO-ARQUIVADO.
           PERFORM AVALIA-PEDIDO-ARQUIVADO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO-ARQUIVADO.

       AVALIA-PEDIDO.
           MOVE PEDIDO-CLIENTE-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-PESSOA-FISICA-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND PEDIDO-ENDERECO-ENTREGA NOT = SPACES
               ADD 1 TO TOTAL-PEDIDOS
               IF MODO-EFETIVO
                   MOVE SPACES TO PEDIDO-ENDERECO-ENTREGA
                   REWRITE PEDIDO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR O PEDIDO "
                               PEDIDO-NUMERO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           MOVE "pedidos.dat" TO ANON-ARQUIVO
                           MOVE PEDIDO-NUMERO TO ANON-REFERENCIA
                           PERFORM GRAVA-LINHA-ANONIMIZACAO
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO.

       AVALIA-PEDIDO-ARQUIVADO.
           MOVE PEDARQ-REGISTRO TO PEDIDO-REGISTRO.
           MOVE PEDIDO-CLIENTE-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-PESSOA-FISICA-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND PEDIDO-ENDERECO-ENTREGA NOT = SPACES
               ADD 1 TO TOTAL-PEDIDOS-ARQUIVADOS
               IF MODO-EFETIVO
                   MOVE SPACES TO PEDIDO-ENDERECO-ENTREGA
                   MOVE PEDIDO-REGISTRO TO PEDARQ-REGISTRO
                   REWRITE PEDARQ-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR O PEDIDO "
                               "ARQUIVADO " PEDARQ-NUMERO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           MOVE "pedidos_historico.dat" TO ANON-ARQUIVO
                           MOVE PEDARQ-NUMERO TO ANON-REFERENCIA
                           PERFORM GRAVA-LINHA-ANONIMIZACAO
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PEDIDO-ARQUIVADO.

      *    1 linha de auditoria por registro alterado; o chamador
      *    move o arquivo e a referencia, o titular vem do codigo
       GRAVA-LINHA-ANONIMIZACAO.
           IF MODO-EFETIVO
               MOVE DATA-EXECUCAO TO ANON-DATA
               ACCEPT ANON-HORA FROM TIME
               MOVE OPERADOR-ID TO ANON-OPERADOR
               SET ANON-TITULAR-CLIENTE TO TRUE
               MOVE CODIGO-DO-TITULAR TO ANON-CODIGO
               WRITE LINHA-ANONIMIZACAO
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de registros anonimizados, sob a sigla ANOCLI
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ANOCLI" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-REGISTROS-ALTERADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
