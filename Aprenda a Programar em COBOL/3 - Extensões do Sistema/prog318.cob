       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG318.
      *    Programa de Aprovacao da Revisao de Limites de Credito
      *    A revisao trimestral do PROG317 grava em
      *    revisao_limites.dat o limite sugerido pra cada cliente,
      *    sem mexer no cadastro. Aqui o gerente de credito, depois
      *    do sign-on, passa pelas propostas uma a uma, como nas
      *    propostas de reposicao do PROG193, e aprova o sugerido,
      *    recusa, ou informa outro valor. O limite aprovado e
      *    regravado em clientes.dat e vai pra trilha de auditoria:
      *    1 linha R em hist_clientes.dat com o operador, no molde
      *    das demais alteracoes de cliente, e 1 linha em
      *    hist_limites.dat com o limite anterior, o novo, o
      *    sugerido e a data da revisao. Proposta de cliente cujo
      *    limite mudou no PROG32 depois da rodada (limite diferente
      *    do que a proposta diz ser o atual) e pulada, pra nao
      *    desfazer a alteracao feita a mao; a proxima revisao
      *    propoe de novo. A linha de status sai sob a sigla APRLIM
      *    com a quantidade de limites aplicados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELREVLIM.cob".
           COPY "SELHISTLIM.cob".
           COPY "SELSTATUS.cob".

           SELECT ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDREVLIM.cob".
           COPY "FDHISTLIM.cob".
           COPY "FDSTATUS.cob".
           COPY "FDHISTCLIENTE.cob".

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FINAL-PROPOSTAS PIC X.

       01  RESPOSTA-ITEM PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  LIMITE-INFORMADO PIC 9(8)V99.
       01  LIMITE-A-APLICAR PIC 9(8)V99.
       01  LIMITE-ANTERIOR PIC 9(8)V99.

       01  TOTAL-PROPOSTAS-LIDAS PIC 9(6) VALUE 0.
       01  TOTAL-APLICADAS PIC 9(6) VALUE 0.
       01  TOTAL-OUTRO-VALOR PIC 9(6) VALUE 0.
       01  TOTAL-RECUSADAS PIC 9(6) VALUE 0.
       01  TOTAL-PULADAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "APRLIM".

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
                   "INATIVO - APROVACAO DE LIMITES ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-REVISAO-LIMITE.
           OPEN EXTEND ARQUIVO-HISTORICO.
           OPEN EXTEND ARQUIVO-HIST-LIMITE.
           MOVE "N" TO FINAL-PROPOSTAS.
           PERFORM LER-PROXIMA-PROPOSTA.
           PERFORM AVALIA-PROPOSTA UNTIL FINAL-PROPOSTAS = "S".
           CLOSE ARQUIVO-HIST-LIMITE.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-REVISAO-LIMITE.
           CLOSE ARQUIVO-CLIENTE.

           DISPLAY "PROPOSTAS LIDAS: " TOTAL-PROPOSTAS-LIDAS.
           DISPLAY "LIMITES APLICADOS NO CADASTRO: " TOTAL-APLICADAS.
           DISPLAY "  DOS QUAIS COM VALOR DIFERENTE DO SUGERIDO: "
               TOTAL-OUTRO-VALOR.
           DISPLAY "PROPOSTAS RECUSADAS: " TOTAL-RECUSADAS.
           DISPLAY "PROPOSTAS PULADAS (CLIENTE ALTERADO, INATIVO OU "
               "SEM CADASTRO): " TOTAL-PULADAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMA-PROPOSTA.
           READ ARQUIVO-REVISAO-LIMITE NEXT RECORD
               AT END MOVE "S" TO FINAL-PROPOSTAS.

       AVALIA-PROPOSTA.
           ADD 1 TO TOTAL-PROPOSTAS-LIDAS.
           MOVE REVLIM-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " REVLIM-CLIENTE
                       " NAO CONSTA MAIS NO CADASTRO - PULADO"
                   ADD 1 TO TOTAL-PULADAS
               NOT INVALID KEY
                   PERFORM CONFERE-PROPOSTA-COM-CADASTRO
           END-READ.
           PERFORM LER-PROXIMA-PROPOSTA.

       CONFERE-PROPOSTA-COM-CADASTRO.
           IF CLIENTE-LIMITE-CREDITO NOT = REVLIM-LIMITE-ATUAL
               DISPLAY "CLIENTE " REVLIM-CLIENTE " " CLIENTE-NOME
                   " TEVE O LIMITE ALTERADO DEPOIS DA REVISAO DE "
                   REVLIM-DATA " - PULADO"
               ADD 1 TO TOTAL-PULADAS
           ELSE
               IF NOT CLIENTE-ATIVO
                   DISPLAY "CLIENTE " REVLIM-CLIENTE " "
                       CLIENTE-NOME " INATIVADO DEPOIS DA REVISAO - "
                       "PULADO"
                   ADD 1 TO TOTAL-PULADAS
               ELSE
                   PERFORM PERGUNTA-APROVACAO
               END-IF
           END-IF.

       PERGUNTA-APROVACAO.
           DISPLAY "-------------".
           DISPLAY "CLIENTE " REVLIM-CLIENTE " " CLIENTE-NOME
               " FILIAL " CLIENTE-FILIAL.
           DISPLAY "FATURADO EM 12 MESES " REVLIM-FATURAMENTO
               " PICO DE EXPOSICAO " REVLIM-PICO-EXPOSICAO.
           DISPLAY "ATRASO MEDIO " REVLIM-ATRASO-MEDIO " DIAS  "
               "BLOQUEIOS " REVLIM-QTDE-BLOQUEIOS
               "  CARTAS DE COBRANCA " REVLIM-QTDE-CARTAS.
           DISPLAY "LIMITE " REVLIM-LIMITE-ATUAL " -> "
               REVLIM-LIMITE-SUGERIDO.
           DISPLAY "Aplicar no cadastro? (S)im, (N)ao ou (O)utro "
               "valor".
           ACCEPT RESPOSTA-ITEM.
           EVALUATE RESPOSTA-ITEM
               WHEN "S"
                   MOVE REVLIM-LIMITE-SUGERIDO TO LIMITE-A-APLICAR
                   PERFORM APLICA-LIMITE
               WHEN "O"
                   PERFORM PERGUNTA-OUTRO-VALOR
               WHEN OTHER
                   ADD 1 TO TOTAL-RECUSADAS
           END-EVALUATE.

       PERGUNTA-OUTRO-VALOR.
      *    Zero e "sem limite definido" no PROG63; aqui nao vale
           MOVE ZEROS TO LIMITE-INFORMADO.
           DISPLAY "INFORME O LIMITE A APLICAR (ENTER = RECUSA):".
           ACCEPT LIMITE-INFORMADO.
           IF LIMITE-INFORMADO = 0
               ADD 1 TO TOTAL-RECUSADAS
           ELSE
               MOVE LIMITE-INFORMADO TO LIMITE-A-APLICAR
               PERFORM APLICA-LIMITE
               IF LIMITE-A-APLICAR NOT = REVLIM-LIMITE-SUGERIDO
                   ADD 1 TO TOTAL-OUTRO-VALOR
               END-IF
           END-IF.

       APLICA-LIMITE.
           MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-ANTERIOR.
           MOVE LIMITE-A-APLICAR TO CLIENTE-LIMITE-CREDITO.
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O CLIENTE "
                       CLIENTE-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-APLICADAS
                   PERFORM GRAVA-HISTORICO
                   PERFORM GRAVA-HISTORICO-DO-LIMITE
           END-REWRITE.

       GRAVA-HISTORICO.
      *    A mesma trilha de auditoria do PROG32, com a operacao R
           MOVE SPACE TO LINHA-HISTORICO.
           MOVE DATA-EXECUCAO TO HIST-DATA.
           ACCEPT HIST-HORA FROM TIME.
           MOVE "R" TO HIST-OPERACAO.
           MOVE OPERADOR-ID TO HIST-OPERADOR.
           MOVE CLIENTE-CODIGO TO HIST-CODIGO.
           MOVE CLIENTE-NOME TO HIST-NOME.
           WRITE LINHA-HISTORICO.

       GRAVA-HISTORICO-DO-LIMITE.
           MOVE SPACE TO LINHA-HIST-LIMITE.
           MOVE HIST-DATA TO HLIM-DATA.
           MOVE HIST-HORA TO HLIM-HORA.
           MOVE OPERADOR-ID TO HLIM-OPERADOR.
           MOVE CLIENTE-CODIGO TO HLIM-CLIENTE.
           MOVE LIMITE-ANTERIOR TO HLIM-LIMITE-ANTERIOR.
           MOVE LIMITE-A-APLICAR TO HLIM-LIMITE-NOVO.
           MOVE REVLIM-LIMITE-SUGERIDO TO HLIM-LIMITE-SUGERIDO.
           MOVE REVLIM-DATA TO HLIM-DATA-REVISAO.
           WRITE LINHA-HIST-LIMITE.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de limites aplicados no cadastro; a linha sai
      *    sob a sigla APRLIM (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "APRLIM" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-APLICADAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
