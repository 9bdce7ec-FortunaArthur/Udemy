       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG223.
      *    Programa de Manutencao das Inscricoes em Vale-Transporte e
      *    Vale-Refeicao
      *    Os vales eram comprados na mao por uma lista na gaveta e a
      *    parte do funcionario nunca era descontada do mesmo jeito.
      *    Aqui o RH mantem a inscricao de cada funcionario em cada
      *    vale (beneficios.dat):
      *    - (I)nscrever ou alterar: tipo do vale (T = transporte,
      *      R = refeicao), quantidade diaria e valor unitario;
      *      inscricao existente (ativa ou cancelada) e regravada
      *      com os valores novos;
      *    - (C)ancelar: a inscricao fica Cancelada, com a data, e
      *      sai da rodada mensal;
      *    - (L)istar as inscricoes do funcionario.
      *    A rodada mensal do PROG224 calcula a quantidade do mes
      *    pelos dias uteis do calendario e gera o pedido ao
      *    fornecedor; o fechamento do PROG74 desconta a parte do
      *    funcionario.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELBENEF.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDBENEF.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  BENEFICIO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  CODIGO-INFORMADO PIC 9(4).
       01  TIPO-INFORMADO PIC X.
           88 TIPO-INFORMADO-VALIDO VALUE "T" "R".
       01  QTDE-DIARIA-INFORMADA PIC 9(2).
       01  VALOR-UNITARIO-INFORMADO PIC 9(3)V99.
       01  FIM-BENEFICIOS PIC X.

       01  TOTAL-INSCRITOS PIC 9(6) VALUE 0.
       01  TOTAL-CANCELADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-BENEFICIO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-INSCRICAO-EM-BENEFICIO
               UNTIL RESPOSTA = "N".

           DISPLAY "INSCRICOES GRAVADAS NESTA EXECUCAO: "
               TOTAL-INSCRITOS.
           DISPLAY "INSCRICOES CANCELADAS NESTA EXECUCAO: "
               TOTAL-CANCELADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-BENEFICIO.

       PROGRAM-DONE.
           STOP RUN.

       MANTEM-INSCRICAO-EM-BENEFICIO.
           DISPLAY "-------------"
           DISPLAY "(I)nscrever ou Alterar, (C)ancelar ou (L)istar "
               "Vales do Funcionario?".
           ACCEPT OPERACAO.
           DISPLAY "Informe o Codigo do Funcionario:".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "CODIGO " CODIGO-INFORMADO
                       " NAO ENCONTRADO NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM EXECUTA-OPERACAO
           END-READ.

           DISPLAY "Deseja continuar? (S/N)".
           ACCEPT RESPOSTA.

       EXECUTA-OPERACAO.
           EVALUATE OPERACAO
               WHEN "I"
                   PERFORM INSCREVE-NO-BENEFICIO
               WHEN "C"
                   PERFORM CANCELA-BENEFICIO
               WHEN "L"
                   PERFORM LISTA-BENEFICIOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       PEDE-TIPO-DO-VALE.
           DISPLAY "Informe o Tipo do Vale (T = Transporte, "
               "R = Refeicao):".
           ACCEPT TIPO-INFORMADO.

       INSCREVE-NO-BENEFICIO.
           IF FUNCIONARIO-DESLIGADO OR FUNCIONARIO-INATIVO
               DISPLAY "FUNCIONARIO " CODIGO-INFORMADO
                   " NAO ESTA ATIVO - INSCRICAO RECUSADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               PERFORM PEDE-TIPO-DO-VALE
               DISPLAY "Informe a Quantidade Diaria de Vales:"
               ACCEPT QTDE-DIARIA-INFORMADA
               DISPLAY "Informe o Valor Unitario do Vale:"
               ACCEPT VALOR-UNITARIO-INFORMADO
               IF NOT TIPO-INFORMADO-VALIDO
                   DISPLAY "TIPO DE VALE INVALIDO: " TIPO-INFORMADO
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   IF QTDE-DIARIA-INFORMADA = 0
                       OR VALOR-UNITARIO-INFORMADO = 0
                       DISPLAY "QUANTIDADE OU VALOR ZERADOS - "
                           "INSCRICAO RECUSADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       PERFORM GRAVA-INSCRICAO
                   END-IF
               END-IF
           END-IF.

       GRAVA-INSCRICAO.
           MOVE CODIGO-INFORMADO TO BENEF-FUNCIONARIO.
           MOVE TIPO-INFORMADO TO BENEF-TIPO.
           READ ARQUIVO-BENEFICIO
               INVALID KEY
                   PERFORM GRAVA-NOVA-INSCRICAO
               NOT INVALID KEY
                   PERFORM REGRAVA-INSCRICAO
           END-READ.

       MONTA-INSCRICAO.
           MOVE QTDE-DIARIA-INFORMADA TO BENEF-QTDE-DIARIA.
           MOVE VALOR-UNITARIO-INFORMADO TO BENEF-VALOR-UNITARIO.
           MOVE DATA-EXECUCAO TO BENEF-DATA-INSCRICAO.
           MOVE ZEROS TO BENEF-DATA-CANCELAMENTO.
           SET BENEF-ATIVO TO TRUE.

       GRAVA-NOVA-INSCRICAO.
           MOVE CODIGO-INFORMADO TO BENEF-FUNCIONARIO.
           MOVE TIPO-INFORMADO TO BENEF-TIPO.
           PERFORM MONTA-INSCRICAO.
           WRITE BENEF-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A INSCRICAO DE "
                       CODIGO-INFORMADO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-INSCRITOS
                   DISPLAY FUNCIONARIO-NOME " INSCRITO NO VALE "
                       BENEF-TIPO
           END-WRITE.

       REGRAVA-INSCRICAO.
      *    Inscricao existente, ativa ou cancelada, fica com a
      *    quantidade e o valor novos e volta a valer da data de hoje
           PERFORM MONTA-INSCRICAO.
           REWRITE BENEF-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A INSCRICAO DE "
                       CODIGO-INFORMADO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-INSCRITOS
                   DISPLAY "INSCRICAO NO VALE " BENEF-TIPO
                       " DE " FUNCIONARIO-NOME " ALTERADA"
           END-REWRITE.

       CANCELA-BENEFICIO.
           PERFORM PEDE-TIPO-DO-VALE.
           MOVE CODIGO-INFORMADO TO BENEF-FUNCIONARIO.
           MOVE TIPO-INFORMADO TO BENEF-TIPO.
           READ ARQUIVO-BENEFICIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO " CODIGO-INFORMADO
                       " NAO INSCRITO NO VALE " TIPO-INFORMADO
               NOT INVALID KEY
                   SET BENEF-CANCELADO TO TRUE
                   MOVE DATA-EXECUCAO TO BENEF-DATA-CANCELAMENTO
                   REWRITE BENEF-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR A INSCRICAO DE "
                               CODIGO-INFORMADO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-CANCELADOS
                           DISPLAY "INSCRICAO CANCELADA"
                   END-REWRITE
           END-READ.

       LISTA-BENEFICIOS.
           DISPLAY "VALES DE " FUNCIONARIO-NOME.
           DISPLAY "TIPO QTDE/DIA VALOR   INSCRICAO SIT CANCELAMENTO".
           MOVE "N" TO FIM-BENEFICIOS.
           MOVE CODIGO-INFORMADO TO BENEF-FUNCIONARIO.
           MOVE SPACE TO BENEF-TIPO.
           START ARQUIVO-BENEFICIO KEY IS NOT LESS THAN BENEF-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-BENEFICIOS
           END-START.
           PERFORM LISTA-UM-BENEFICIO UNTIL FIM-BENEFICIOS = "S".

       LISTA-UM-BENEFICIO.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-BENEFICIOS
           END-READ.
           IF FIM-BENEFICIOS = "N"
               IF BENEF-FUNCIONARIO = CODIGO-INFORMADO
                   DISPLAY "  " BENEF-TIPO "  " BENEF-QTDE-DIARIA
                       "       " BENEF-VALOR-UNITARIO " "
                       BENEF-DATA-INSCRICAO "    " BENEF-SITUACAO
                       "   " BENEF-DATA-CANCELAMENTO
               ELSE
                   MOVE "S" TO FIM-BENEFICIOS
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de inscricoes gravadas nesta execucao
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "BENEFI" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-INSCRITOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
