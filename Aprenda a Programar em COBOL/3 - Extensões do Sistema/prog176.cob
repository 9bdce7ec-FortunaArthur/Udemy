       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG176.
      *    Programa de Manutencao das Condicoes de Pagamento
      *    Mantem condicoes_pagamento.dat, indexado por
      *    CONDPAG-CODIGO, com a mesma estrutura de Adicionar/
      *    Modificar/Inativar do cadastro de fornecedores do PROG168
      *    e uma (L)istagem de todas as condicoes. Cada condicao tem
      *    a descricao, a quantidade de parcelas (1 a 12) e os dias
      *    de cada parcela contados do faturamento, em ordem
      *    crescente - 30/60/90 e 3 parcelas de 30, 60 e 90 dias; a
      *    vista na entrega e 1 parcela de 0 dias. O codigo zero e
      *    reservado pro padrao antigo de 1 parcela a 30 dias e nao
      *    e cadastrado. Condicao nao e excluida: Inativa deixa de
      *    ser aceita em pedido novo no PROG63, e os pedidos ja
      *    gravados com ela continuam faturando normalmente.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCONDPAG.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCONDPAG.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CONDPAG-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).
       01  FIM-LISTAGEM PIC X.

       01  INDICE-PARCELA PIC 9(2).
       01  DIAS-PARCELA-ANTERIOR PIC 9(3).

       01  CONDICAO-VALIDACAO-FLAG PIC X VALUE "S".
           88 CONDICAO-VALIDA VALUE "S".
           88 CONDICAO-INVALIDA VALUE "N".

       01  TOTAL-ADICIONADAS PIC 9(6) VALUE 0.
       01  TOTAL-ALTERADAS PIC 9(6) VALUE 0.
       01  TOTAL-INATIVADAS PIC 9(6) VALUE 0.
       01  TOTAL-NA-LISTAGEM PIC 9(6).

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "CONDPG".

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
                   "INATIVO - CADASTRO ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-CONDICAO-PAGAMENTO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-CONDICOES UNTIL RESPOSTA = "N".

           DISPLAY "CONDICOES ADICIONADAS NESTA EXECUCAO: "
               TOTAL-ADICIONADAS.
           DISPLAY "CONDICOES ALTERADAS NESTA EXECUCAO: "
               TOTAL-ALTERADAS.
           DISPLAY "CONDICOES INATIVADAS NESTA EXECUCAO: "
               TOTAL-INATIVADAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-CONDICAO-PAGAMENTO.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-CONDICOES.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (I)nativar (L)istar "
               "Condicoes?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-CONDICAO
               WHEN "M"
                   PERFORM ALTERA-CONDICAO
               WHEN "I"
                   PERFORM INATIVA-CONDICAO
               WHEN "L"
                   PERFORM LISTA-CONDICOES
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar no cadastro? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-CONDICAO.
           MOVE SPACE TO CONDPAG-REGISTRO.
           MOVE ZEROS TO CONDPAG-CODIGO.
           DISPLAY "Informe o Codigo da Condicao (1 a 999):".
           ACCEPT CONDPAG-CODIGO.
           IF CONDPAG-CODIGO = 0
               DISPLAY "CODIGO ZERO E O PADRAO DE 1 PARCELA A 30 "
                   "DIAS E NAO E CADASTRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               READ ARQUIVO-CONDICAO-PAGAMENTO
                   INVALID KEY
                       PERFORM ACEITA-CAMPOS-DA-CONDICAO
                       SET CONDPAG-ATIVA TO TRUE
                       PERFORM GRAVA-NOVA-CONDICAO
                   NOT INVALID KEY
                       DISPLAY "CODIGO " CONDPAG-CODIGO
                           " JA CADASTRADO - " CONDPAG-DESCRICAO
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-READ
           END-IF.

       GRAVA-NOVA-CONDICAO.
           IF CONDICAO-INVALIDA
               DISPLAY "CONDICAO NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               WRITE CONDPAG-REGISTRO
                   INVALID KEY
                       DISPLAY "CODIGO " CONDPAG-CODIGO
                           " JA CADASTRADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ADICIONADAS
               END-WRITE
           END-IF.

       ALTERA-CONDICAO.
      *    Le o registro pela chave e so regrava se ele existir; a
      *    alteracao vale pros pedidos faturados daqui pra frente
           DISPLAY "Informe o Codigo da Condicao a Alterar:".
           ACCEPT CONDPAG-CODIGO.
           READ ARQUIVO-CONDICAO-PAGAMENTO
               INVALID KEY
                   DISPLAY "CODIGO " CONDPAG-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ALTERA-CAMPOS
           END-READ.

       ALTERA-CAMPOS.
           PERFORM EXIBE-CONDICAO.
           PERFORM ACEITA-CAMPOS-DA-CONDICAO.
           DISPLAY "Nova Situacao (A-Ativa / I-Inativa):".
           ACCEPT CONDPAG-SITUACAO.
           IF NOT (CONDPAG-ATIVA OR CONDPAG-INATIVA)
               DISPLAY "SITUACAO INVALIDA, ASSUMIDA A-ATIVA"
               SET CONDPAG-ATIVA TO TRUE
           END-IF.

           IF CONDICAO-INVALIDA
               DISPLAY "ALTERACAO NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               REWRITE CONDPAG-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O CODIGO "
                           CONDPAG-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ALTERADAS
               END-REWRITE
           END-IF.

       INATIVA-CONDICAO.
      *    Condicao usada em pedido nao some do cadastro: so vira
      *    Inativa
           DISPLAY "Informe o Codigo da Condicao a Inativar:".
           ACCEPT CONDPAG-CODIGO.
           READ ARQUIVO-CONDICAO-PAGAMENTO
               INVALID KEY
                   DISPLAY "CODIGO " CONDPAG-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-INATIVACAO
           END-READ.

       GRAVA-INATIVACAO.
           IF CONDPAG-INATIVA
               DISPLAY "CONDICAO " CONDPAG-CODIGO
                   " JA ESTA INATIVA"
           ELSE
               SET CONDPAG-INATIVA TO TRUE
               REWRITE CONDPAG-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO INATIVAR O CODIGO "
                           CONDPAG-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-INATIVADAS
                       DISPLAY "CONDICAO " CONDPAG-CODIGO
                           " INATIVADA"
               END-REWRITE
           END-IF.

       ACEITA-CAMPOS-DA-CONDICAO.
      *    Comum a inclusao e a alteracao: descricao, quantidade de
      *    parcelas e os dias de cada uma, em ordem crescente
           SET CONDICAO-VALIDA TO TRUE.
           DISPLAY "Descricao da Condicao:".
           ACCEPT CONDPAG-DESCRICAO.
           IF CONDPAG-DESCRICAO = SPACE
               DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO"
               SET CONDICAO-INVALIDA TO TRUE
           END-IF.

           MOVE ZEROS TO CONDPAG-QTDE-PARCELAS.
           DISPLAY "Quantidade de Parcelas (1 a 12):".
           ACCEPT CONDPAG-QTDE-PARCELAS.
           IF CONDPAG-QTDE-PARCELAS < 1 OR CONDPAG-QTDE-PARCELAS > 12
               DISPLAY "QUANTIDADE DE PARCELAS DEVE SER DE 1 A 12"
               SET CONDICAO-INVALIDA TO TRUE
           ELSE
               PERFORM LIMPA-DIAS-DA-PARCELA
                   VARYING INDICE-PARCELA FROM 1 BY 1
                   UNTIL INDICE-PARCELA > 12
               MOVE ZEROS TO DIAS-PARCELA-ANTERIOR
               PERFORM ACEITA-DIAS-DA-PARCELA
                   VARYING INDICE-PARCELA FROM 1 BY 1
                   UNTIL INDICE-PARCELA > CONDPAG-QTDE-PARCELAS
           END-IF.

       LIMPA-DIAS-DA-PARCELA.
           MOVE ZEROS TO CONDPAG-DIAS-PARCELA(INDICE-PARCELA).

       ACEITA-DIAS-DA-PARCELA.
      *    Os dias contam do faturamento; parcela com menos dias que
      *    a anterior reprova a condicao inteira
           DISPLAY "Dias da Parcela " INDICE-PARCELA
               " (a partir do faturamento):".
           ACCEPT CONDPAG-DIAS-PARCELA(INDICE-PARCELA).
           IF INDICE-PARCELA > 1
               AND CONDPAG-DIAS-PARCELA(INDICE-PARCELA)
                   <= DIAS-PARCELA-ANTERIOR
               DISPLAY "PARCELA " INDICE-PARCELA " DEVE VENCER "
                   "DEPOIS DA ANTERIOR (" DIAS-PARCELA-ANTERIOR
                   " DIAS)"
               SET CONDICAO-INVALIDA TO TRUE
           END-IF.
           MOVE CONDPAG-DIAS-PARCELA(INDICE-PARCELA)
               TO DIAS-PARCELA-ANTERIOR.

       LISTA-CONDICOES.
           DISPLAY "CONDICOES DE PAGAMENTO (CODIGO DESCRICAO "
               "PARCELAS SITUACAO)".
           DISPLAY "---------------------------------------------".
           MOVE 0 TO TOTAL-NA-LISTAGEM.
           MOVE "N" TO FIM-LISTAGEM.
           MOVE ZEROS TO CONDPAG-CODIGO.
           START ARQUIVO-CONDICAO-PAGAMENTO
               KEY IS NOT LESS THAN CONDPAG-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-LISTAGEM
           END-START.
           PERFORM LISTA-UMA-CONDICAO UNTIL FIM-LISTAGEM = "S".
           DISPLAY "---------------------------------------------".
           DISPLAY "CONDICOES CADASTRADAS: " TOTAL-NA-LISTAGEM.

       LISTA-UMA-CONDICAO.
           READ ARQUIVO-CONDICAO-PAGAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LISTAGEM
           END-READ.
           IF FIM-LISTAGEM = "N"
               PERFORM EXIBE-CONDICAO
               ADD 1 TO TOTAL-NA-LISTAGEM
           END-IF.

       EXIBE-CONDICAO.
           DISPLAY CONDPAG-CODIGO " " CONDPAG-DESCRICAO " "
               CONDPAG-QTDE-PARCELAS " " CONDPAG-SITUACAO.
           PERFORM EXIBE-DIAS-DA-PARCELA
               VARYING INDICE-PARCELA FROM 1 BY 1
               UNTIL INDICE-PARCELA > CONDPAG-QTDE-PARCELAS
                  OR INDICE-PARCELA > 12.

       EXIBE-DIAS-DA-PARCELA.
           DISPLAY "    PARCELA " INDICE-PARCELA ": "
               CONDPAG-DIAS-PARCELA(INDICE-PARCELA) " DIAS".

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de condicoes adicionadas nesta rodada; a linha
      *    sai sob a sigla CONDPG (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "CONDPG" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-ADICIONADAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
