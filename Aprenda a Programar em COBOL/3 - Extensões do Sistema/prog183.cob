       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG183.
      *    Programa de Manutencao da Tabela de Frete
      *    O frete do pedido era digitado pelo operador, e a mesma
      *    entrega pra mesma cidade saia com 3 valores diferentes
      *    conforme quem tomou o pedido. Este programa mantem
      *    tabela_frete.dat, indexada por transportadora + UF de
      *    destino + limite de peso da faixa, com a mesma estrutura
      *    de Adicionar/Excluir/Listar da tabela de ICMS do PROG130:
      *    cada faixa e um registro (o peso bruto em kg ate o qual
      *    ela vale e o frete do pedido inteiro), e a (L)istagem
      *    mostra a escadinha de faixas de uma transportadora pra 1
      *    UF. A transportadora e validada contra transportadoras.dat
      *    (PROG182). E desta tabela que a entrada de pedidos tira o
      *    frete proposto (consulta do PROG184).
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFRETE.cob".
           COPY "SELTRANSP.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFRETE.cob".
           COPY "FDTRANSP.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FRETE-FILE-STATUS PIC X(2).
       01  TRANSP-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  TRANSP-INFORMADA PIC 9(4).
       01  UF-INFORMADA PIC X(2).
       01  PESO-INFORMADO PIC 9(5)V999.
       01  VALOR-INFORMADO PIC 9(6)V99.
       01  FIM-LISTAGEM PIC X.
       01  TOTAL-NA-LISTAGEM PIC 9(4).

       01  TRANSP-VALIDACAO-FLAG PIC X VALUE "N".
           88 TRANSP-APTA VALUE "S".
           88 TRANSP-NAO-APTA VALUE "N".

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-FRETE.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-FAIXAS UNTIL RESPOSTA = "N".

           DISPLAY "FAIXAS ADICIONADAS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "FAIXAS EXCLUIDAS NESTA EXECUCAO: "
               TOTAL-EXCLUIDOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-FRETE.
           CLOSE ARQUIVO-TRANSPORTADORA.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-FAIXAS.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (E)xcluir Faixa ou (L)istar Faixas "
               "da UF?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-FAIXA
               WHEN "E"
                   PERFORM EXCLUI-FAIXA
               WHEN "L"
                   PERFORM LISTA-FAIXAS-DA-UF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar na tabela de frete? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-FAIXA.
           PERFORM INFORMA-TRANSPORTADORA-E-UF.
           IF TRANSP-APTA
               DISPLAY "Peso Bruto Ate (kg, ex: 00100000 = 100 kg):"
               ACCEPT PESO-INFORMADO
               DISPLAY "Valor do Frete da Faixa:"
               ACCEPT VALOR-INFORMADO
               IF PESO-INFORMADO = 0
                   DISPLAY "PESO DA FAIXA NAO PODE SER ZERO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   PERFORM GRAVA-FAIXA-NOVA
               END-IF
           END-IF.

       INFORMA-TRANSPORTADORA-E-UF.
           SET TRANSP-NAO-APTA TO TRUE.
           DISPLAY "Informe o Codigo da Transportadora:".
           ACCEPT TRANSP-INFORMADA.
           MOVE TRANSP-INFORMADA TO TRANSP-CODIGO.
           READ ARQUIVO-TRANSPORTADORA
               INVALID KEY
                   DISPLAY "TRANSPORTADORA " TRANSP-INFORMADA
                       " NAO CONSTA NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "TRANSPORTADORA: " TRANSP-NOME
                   DISPLAY "Informe a UF de Destino:"
                   ACCEPT UF-INFORMADA
                   IF UF-INFORMADA = SPACE
                       DISPLAY "UF NAO PODE FICAR EM BRANCO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       SET TRANSP-APTA TO TRUE
                   END-IF
           END-READ.

       GRAVA-FAIXA-NOVA.
           MOVE SPACE TO FRETE-REGISTRO.
           MOVE TRANSP-INFORMADA TO FRETE-TRANSPORTADORA.
           MOVE UF-INFORMADA TO FRETE-UF.
           MOVE PESO-INFORMADO TO FRETE-PESO-ATE.
           MOVE VALOR-INFORMADO TO FRETE-VALOR.
           MOVE DATA-EXECUCAO TO FRETE-DATA-CADASTRO.
           MOVE OPERADOR-ID TO FRETE-OPERADOR.
           WRITE FRETE-REGISTRO
               INVALID KEY
                   DISPLAY "JA EXISTE FAIXA ATE " FRETE-PESO-ATE
                       " KG PRA UF " FRETE-UF
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-ADICIONADOS
                   DISPLAY "FAIXA GRAVADA"
           END-WRITE.

       EXCLUI-FAIXA.
           DISPLAY "Informe o Codigo da Transportadora:".
           ACCEPT FRETE-TRANSPORTADORA.
           DISPLAY "Informe a UF de Destino:".
           ACCEPT FRETE-UF.
           DISPLAY "Informe o Peso Ate da Faixa a Excluir (kg):".
           ACCEPT FRETE-PESO-ATE.
           READ ARQUIVO-FRETE
               INVALID KEY
                   DISPLAY "FAIXA NAO ENCONTRADA PARA ESTA CHAVE"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DELETE ARQUIVO-FRETE RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR A FAIXA"
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-EXCLUIDOS
           END-READ.

       LISTA-FAIXAS-DA-UF.
           PERFORM INFORMA-TRANSPORTADORA-E-UF.
           IF TRANSP-APTA
               DISPLAY "FAIXAS DE FRETE (PESO-ATE VALOR CADASTRO "
                   "OPERADOR)"
               DISPLAY "---------------------------------------------"
               MOVE 0 TO TOTAL-NA-LISTAGEM
               MOVE "N" TO FIM-LISTAGEM
               MOVE TRANSP-INFORMADA TO FRETE-TRANSPORTADORA
               MOVE UF-INFORMADA TO FRETE-UF
               MOVE ZEROS TO FRETE-PESO-ATE
               START ARQUIVO-FRETE KEY IS NOT LESS THAN FRETE-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-LISTAGEM
               END-START
               PERFORM LISTA-LINHA-DE-FAIXA
                   UNTIL FIM-LISTAGEM = "S"
               DISPLAY "---------------------------------------------"
               DISPLAY "FAIXAS DA UF: " TOTAL-NA-LISTAGEM
           END-IF.

       LISTA-LINHA-DE-FAIXA.
           READ ARQUIVO-FRETE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LISTAGEM
           END-READ.
           IF FIM-LISTAGEM = "N"
               IF FRETE-TRANSPORTADORA = TRANSP-INFORMADA
                   AND FRETE-UF = UF-INFORMADA
                   DISPLAY FRETE-PESO-ATE " " FRETE-VALOR
                       " " FRETE-DATA-CADASTRO " " FRETE-OPERADOR
                   ADD 1 TO TOTAL-NA-LISTAGEM
               ELSE
                   MOVE "S" TO FIM-LISTAGEM
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de faixas adicionadas nesta rodada; a linha
      *    sai sob a sigla FRETE
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "FRETE" TO STATUS-PROGRAMA.
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
