       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG217.
      *    Programa de Manutencao do Adiantamento Quinzenal e dos
      *    Emprestimos Consignados
      *    O adiantamento e os emprestimos descontados em folha
      *    viviam no papel e entravam no PROG74 de memoria. Aqui o
      *    RH:
      *    - inscreve ou cancela o funcionario no adiantamento
      *      quinzenal (adiantamentos.dat), pago pela rodada do
      *      PROG218 e descontado no fechamento do mes;
      *    - concede emprestimo consignado (emprestimos.dat): o
      *      principal e a quantidade de parcelas; a parcela e o
      *      principal dividido pelas parcelas, a ultima leva o
      *      resto, e o PROG74 desconta 1 parcela por fechamento ate
      *      quitar. A soma das parcelas em aberto do funcionario
      *      nao pode passar da margem consignavel (constante
      *      PERCENTUAL-MARGEM-CONSIGNAVEL, 35% do salario). A
      *      saida do dinheiro e lancada no PROG203 (debito em
      *      EMPRES, credito em CAIXA);
      *    - lista os emprestimos do funcionario com o saldo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELADIANT.cob".
           COPY "SELEMPREST.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDADIANT.cob".
           COPY "FDEMPREST.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  ADIANTAMENTO-FILE-STATUS PIC X(2).
       01  EMPRESTIMO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  PERCENTUAL-MARGEM-CONSIGNAVEL PIC 9V99 VALUE 0.35.

       01  CODIGO-INFORMADO PIC 9(4).
       01  PRINCIPAL-INFORMADO PIC 9(6)V99.
       01  PARCELAS-INFORMADAS PIC 9(3).
       01  PARCELA-CALCULADA PIC 9(6)V99.
       01  MARGEM-DO-FUNCIONARIO PIC 9(6)V99.
       01  PARCELAS-EM-ABERTO PIC 9(7)V99.
       01  SALDO-DO-EMPRESTIMO PIC 9(6)V99.
       01  SALDO-DO-FUNCIONARIO PIC 9(7)V99.
       01  ULTIMA-SEQUENCIA PIC 9(2).
       01  FIM-EMPRESTIMOS PIC X.

       01  TOTAL-INSCRITOS PIC 9(6) VALUE 0.
       01  TOTAL-CANCELADOS PIC 9(6) VALUE 0.
       01  TOTAL-EMPRESTIMOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-ADIANTAMENTO.
           OPEN I-O ARQUIVO-EMPRESTIMO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-ADIANTAMENTO-E-EMPRESTIMO
               UNTIL RESPOSTA = "N".

           DISPLAY "INSCRICOES NO ADIANTAMENTO NESTA EXECUCAO: "
               TOTAL-INSCRITOS.
           DISPLAY "INSCRICOES CANCELADAS NESTA EXECUCAO: "
               TOTAL-CANCELADOS.
           DISPLAY "EMPRESTIMOS CONCEDIDOS NESTA EXECUCAO: "
               TOTAL-EMPRESTIMOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-ADIANTAMENTO.
           CLOSE ARQUIVO-EMPRESTIMO.

       PROGRAM-DONE.
           STOP RUN.

       MANTEM-ADIANTAMENTO-E-EMPRESTIMO.
           DISPLAY "-------------"
           DISPLAY "(I)nscrever ou (C)ancelar no Adiantamento, "
               "(E)mprestimo Novo ou (L)istar Emprestimos?".
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
                   PERFORM INSCREVE-NO-ADIANTAMENTO
               WHEN "C"
                   PERFORM CANCELA-ADIANTAMENTO
               WHEN "E"
                   PERFORM CONCEDE-EMPRESTIMO
               WHEN "L"
                   PERFORM LISTA-EMPRESTIMOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       INSCREVE-NO-ADIANTAMENTO.
           IF NOT FUNCIONARIO-ATIVO
               DISPLAY "FUNCIONARIO " CODIGO-INFORMADO
                   " NAO ESTA ATIVO - INSCRICAO RECUSADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               MOVE CODIGO-INFORMADO TO ADIANT-FUNCIONARIO
               READ ARQUIVO-ADIANTAMENTO
                   INVALID KEY
                       PERFORM GRAVA-NOVA-INSCRICAO
                   NOT INVALID KEY
                       PERFORM REATIVA-INSCRICAO
               END-READ
           END-IF.

       GRAVA-NOVA-INSCRICAO.
           MOVE CODIGO-INFORMADO TO ADIANT-FUNCIONARIO.
           MOVE DATA-EXECUCAO TO ADIANT-DATA-INSCRICAO.
           SET ADIANTAMENTO-INSCRITO TO TRUE.
           MOVE ZEROS TO ADIANT-ULTIMO-MES-PAGO.
           MOVE ZEROS TO ADIANT-VALOR-PAGO.
           WRITE ADIANT-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A INSCRICAO DE "
                       CODIGO-INFORMADO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-INSCRITOS
                   DISPLAY FUNCIONARIO-NOME
                       " INSCRITO NO ADIANTAMENTO QUINZENAL"
           END-WRITE.

       REATIVA-INSCRICAO.
      *    A inscricao cancelada volta com a data nova; o ultimo
      *    adiantamento pago fica, pro fechamento descontar
           IF ADIANTAMENTO-INSCRITO
               DISPLAY "FUNCIONARIO " CODIGO-INFORMADO
                   " JA INSCRITO DESDE " ADIANT-DATA-INSCRICAO
           ELSE
               MOVE DATA-EXECUCAO TO ADIANT-DATA-INSCRICAO
               SET ADIANTAMENTO-INSCRITO TO TRUE
               REWRITE ADIANT-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A INSCRICAO DE "
                           CODIGO-INFORMADO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-INSCRITOS
                       DISPLAY FUNCIONARIO-NOME
                           " INSCRITO NO ADIANTAMENTO QUINZENAL"
               END-REWRITE
           END-IF.

       CANCELA-ADIANTAMENTO.
           MOVE CODIGO-INFORMADO TO ADIANT-FUNCIONARIO.
           READ ARQUIVO-ADIANTAMENTO
               INVALID KEY
                   DISPLAY "FUNCIONARIO " CODIGO-INFORMADO
                       " NAO INSCRITO NO ADIANTAMENTO"
               NOT INVALID KEY
                   SET ADIANTAMENTO-CANCELADO TO TRUE
                   REWRITE ADIANT-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR A INSCRICAO DE "
                               CODIGO-INFORMADO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-CANCELADOS
                           DISPLAY "INSCRICAO CANCELADA"
                   END-REWRITE
           END-READ.

       CONCEDE-EMPRESTIMO.
           IF NOT FUNCIONARIO-ATIVO
               DISPLAY "FUNCIONARIO " CODIGO-INFORMADO
                   " NAO ESTA ATIVO - EMPRESTIMO RECUSADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY "Informe o Valor Principal:"
               ACCEPT PRINCIPAL-INFORMADO
               DISPLAY "Informe a Quantidade de Parcelas:"
               ACCEPT PARCELAS-INFORMADAS
               IF PRINCIPAL-INFORMADO = 0 OR PARCELAS-INFORMADAS = 0
                   DISPLAY "VALOR OU PARCELAS ZERADOS - EMPRESTIMO "
                       "RECUSADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   PERFORM CONFERE-MARGEM-E-GRAVA
               END-IF
           END-IF.

       CONFERE-MARGEM-E-GRAVA.
           COMPUTE PARCELA-CALCULADA =
               PRINCIPAL-INFORMADO / PARCELAS-INFORMADAS.
           COMPUTE MARGEM-DO-FUNCIONARIO =
               FUNCIONARIO-SALARIO * PERCENTUAL-MARGEM-CONSIGNAVEL.
           PERFORM SOMA-EMPRESTIMOS-DO-FUNCIONARIO.
           IF PARCELAS-EM-ABERTO + PARCELA-CALCULADA
               > MARGEM-DO-FUNCIONARIO
               DISPLAY "PARCELA " PARCELA-CALCULADA " MAIS AS EM "
                   "ABERTO " PARCELAS-EM-ABERTO " PASSA DA MARGEM "
                   MARGEM-DO-FUNCIONARIO " - EMPRESTIMO RECUSADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF ULTIMA-SEQUENCIA >= 99
                   DISPLAY "FUNCIONARIO COM 99 EMPRESTIMOS - "
                       "EMPRESTIMO RECUSADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   PERFORM GRAVA-EMPRESTIMO
               END-IF
           END-IF.

       GRAVA-EMPRESTIMO.
           MOVE CODIGO-INFORMADO TO EMPREST-FUNCIONARIO.
           COMPUTE EMPREST-SEQUENCIA = ULTIMA-SEQUENCIA + 1.
           MOVE DATA-EXECUCAO TO EMPREST-DATA-CONCESSAO.
           MOVE PRINCIPAL-INFORMADO TO EMPREST-VALOR-PRINCIPAL.
           MOVE PARCELAS-INFORMADAS TO EMPREST-QTDE-PARCELAS.
           MOVE ZEROS TO EMPREST-PARCELAS-PAGAS.
           MOVE PARCELA-CALCULADA TO EMPREST-VALOR-PARCELA.
           MOVE ZEROS TO EMPREST-VALOR-DESCONTADO.
           MOVE ZEROS TO EMPREST-ULTIMO-MES-DESCONTADO.
           MOVE ZEROS TO EMPREST-ULTIMA-PARCELA.
           SET EMPRESTIMO-ABERTO TO TRUE.
           WRITE EMPREST-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O EMPRESTIMO DE "
                       CODIGO-INFORMADO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-EMPRESTIMOS
                   DISPLAY "EMPRESTIMO " EMPREST-SEQUENCIA
                       " GRAVADO - " PARCELAS-INFORMADAS
                       " PARCELAS DE " PARCELA-CALCULADA
                   DISPLAY "LANCAR A CONCESSAO NO PROG203: DEBITO "
                       "EMPRES, CREDITO CAIXA, " PRINCIPAL-INFORMADO
           END-WRITE.

       SOMA-EMPRESTIMOS-DO-FUNCIONARIO.
      *    Parcelas e saldo dos emprestimos em aberto e a ultima
      *    sequencia usada pelo funcionario
           MOVE ZEROS TO PARCELAS-EM-ABERTO.
           MOVE ZEROS TO SALDO-DO-FUNCIONARIO.
           MOVE 0 TO ULTIMA-SEQUENCIA.
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE CODIGO-INFORMADO TO EMPREST-FUNCIONARIO.
           MOVE ZEROS TO EMPREST-SEQUENCIA.
           START ARQUIVO-EMPRESTIMO KEY IS NOT LESS THAN EMPREST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-START.
           PERFORM SOMA-UM-EMPRESTIMO UNTIL FIM-EMPRESTIMOS = "S".

       SOMA-UM-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-READ.
           IF FIM-EMPRESTIMOS = "N"
               IF EMPREST-FUNCIONARIO = CODIGO-INFORMADO
                   MOVE EMPREST-SEQUENCIA TO ULTIMA-SEQUENCIA
                   IF EMPRESTIMO-ABERTO
                       ADD EMPREST-VALOR-PARCELA TO PARCELAS-EM-ABERTO
                       COMPUTE SALDO-DO-EMPRESTIMO =
                           EMPREST-VALOR-PRINCIPAL
                           - EMPREST-VALOR-DESCONTADO
                       ADD SALDO-DO-EMPRESTIMO TO SALDO-DO-FUNCIONARIO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-EMPRESTIMOS
               END-IF
           END-IF.

       LISTA-EMPRESTIMOS.
           DISPLAY "EMPRESTIMOS DE " FUNCIONARIO-NOME.
           DISPLAY "SEQ CONCESSAO PRINCIPAL  PARCELAS PARCELA   "
               "SALDO     SITUACAO".
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE CODIGO-INFORMADO TO EMPREST-FUNCIONARIO.
           MOVE ZEROS TO EMPREST-SEQUENCIA.
           START ARQUIVO-EMPRESTIMO KEY IS NOT LESS THAN EMPREST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-START.
           PERFORM LISTA-UM-EMPRESTIMO UNTIL FIM-EMPRESTIMOS = "S".
           PERFORM SOMA-EMPRESTIMOS-DO-FUNCIONARIO.
           DISPLAY "PARCELAS EM ABERTO NO MES: " PARCELAS-EM-ABERTO
               " - SALDO DEVEDOR: " SALDO-DO-FUNCIONARIO.

       LISTA-UM-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-READ.
           IF FIM-EMPRESTIMOS = "N"
               IF EMPREST-FUNCIONARIO = CODIGO-INFORMADO
                   COMPUTE SALDO-DO-EMPRESTIMO =
                       EMPREST-VALOR-PRINCIPAL
                       - EMPREST-VALOR-DESCONTADO
                   DISPLAY EMPREST-SEQUENCIA "  "
                       EMPREST-DATA-CONCESSAO " "
                       EMPREST-VALOR-PRINCIPAL " "
                       EMPREST-PARCELAS-PAGAS "/"
                       EMPREST-QTDE-PARCELAS " "
                       EMPREST-VALOR-PARCELA " "
                       SALDO-DO-EMPRESTIMO " " EMPREST-SITUACAO
               ELSE
                   MOVE "S" TO FIM-EMPRESTIMOS
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de emprestimos concedidos nesta execucao
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "CONSIG" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-EMPRESTIMOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
