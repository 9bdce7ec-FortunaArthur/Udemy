       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG219.
      *    Programa de Manutencao das Ordens Judiciais de Pensao
      *    Alimenticia
      *    A ordem judicial de pensao nao tinha lugar no cadastro (os
      *    dependentes de FUNCIONARIO-DEPENDENTE nao guardam ordem
      *    nenhuma) e o desconto era feito a mao. Aqui o RH mantem
      *    pensoes.dat, 1 registro por ordem:
      *    - inclui a ordem do funcionario com o beneficiario, o CPF
      *      e os dados bancarios dele, a base (percentual sobre o
      *      liquido, percentual sobre o bruto ou valor fixo), o
      *      percentual ou o valor, as datas de inicio e de fim
      *      (fim zerado e ordem sem prazo) e o numero do processo;
      *    - encerra a ordem, gravando a data de fim;
      *    - lista as ordens do funcionario.
      *    O fechamento do PROG74 aplica as ordens em vigor no mes e
      *    a remessa do PROG76 deposita na conta do beneficiario.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELPENSAO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPENSAO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  PENSAO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  CODIGO-INFORMADO PIC 9(4).
       01  SEQUENCIA-INFORMADA PIC 9(2).
       01  DATA-FIM-INFORMADA PIC 9(8).
       01  ULTIMA-SEQUENCIA PIC 9(2).
       01  FIM-PENSOES PIC X.

       01  TOTAL-INCLUIDAS PIC 9(6) VALUE 0.
       01  TOTAL-ENCERRADAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-PENSAO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-ORDEM-DE-PENSAO UNTIL RESPOSTA = "N".

           DISPLAY "ORDENS INCLUIDAS NESTA EXECUCAO: " TOTAL-INCLUIDAS.
           DISPLAY "ORDENS ENCERRADAS NESTA EXECUCAO: "
               TOTAL-ENCERRADAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PENSAO.

       PROGRAM-DONE.
           STOP RUN.

       MANTEM-ORDEM-DE-PENSAO.
           DISPLAY "-------------"
           DISPLAY "(I)ncluir, (E)ncerrar ou (L)istar Ordens de "
               "Pensao?".
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
                   PERFORM INCLUI-ORDEM
               WHEN "E"
                   PERFORM ENCERRA-ORDEM
               WHEN "L"
                   PERFORM LISTA-ORDENS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       INCLUI-ORDEM.
           PERFORM APURA-ULTIMA-SEQUENCIA.
           IF ULTIMA-SEQUENCIA >= 99
               DISPLAY "FUNCIONARIO COM 99 ORDENS - INCLUSAO RECUSADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               PERFORM RECEBE-DADOS-DA-ORDEM
               PERFORM GRAVA-ORDEM
           END-IF.

       RECEBE-DADOS-DA-ORDEM.
           MOVE SPACE TO PENSAO-REGISTRO.
           MOVE CODIGO-INFORMADO TO PENSAO-FUNCIONARIO.
           COMPUTE PENSAO-SEQUENCIA = ULTIMA-SEQUENCIA + 1.
           DISPLAY "Informe o Nome do Beneficiario:".
           ACCEPT PENSAO-BENEFICIARIO.
           DISPLAY "Informe o CPF do Beneficiario:".
           ACCEPT PENSAO-CPF-BENEFICIARIO.
           DISPLAY "Informe o Banco, a Agencia e a Conta do "
               "Beneficiario:".
           ACCEPT PENSAO-BANCO.
           ACCEPT PENSAO-AGENCIA.
           ACCEPT PENSAO-CONTA.
           DISPLAY "Base - (L)iquido, (B)ruto ou Valor (F)ixo:".
           ACCEPT PENSAO-BASE-CALCULO.
           MOVE ZEROS TO PENSAO-PERCENTUAL.
           MOVE ZEROS TO PENSAO-VALOR-FIXO.
           IF PENSAO-EM-VALOR-FIXO
               DISPLAY "Informe o Valor Mensal da Pensao:"
               ACCEPT PENSAO-VALOR-FIXO
           ELSE
               DISPLAY "Informe o Percentual (EX: 3000 = 30,00%):"
               ACCEPT PENSAO-PERCENTUAL
           END-IF.
           DISPLAY "Informe a Data de Inicio (AAAAMMDD):".
           ACCEPT PENSAO-DATA-INICIO.
           DISPLAY "Informe a Data de Fim (AAAAMMDD, 0 = sem prazo):".
           ACCEPT PENSAO-DATA-FIM.
           DISPLAY "Informe o Numero do Processo:".
           ACCEPT PENSAO-PROCESSO.

       GRAVA-ORDEM.
           IF NOT PENSAO-BASE-VALIDA
               OR (PENSAO-EM-VALOR-FIXO AND PENSAO-VALOR-FIXO = 0)
               OR (NOT PENSAO-EM-VALOR-FIXO AND PENSAO-PERCENTUAL = 0)
               OR PENSAO-DATA-INICIO = 0
               OR (PENSAO-DATA-FIM > 0
                   AND PENSAO-DATA-FIM < PENSAO-DATA-INICIO)
               DISPLAY "DADOS DA ORDEM INVALIDOS - ORDEM NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF PENSAO-CPF-BENEFICIARIO = 0
                   DISPLAY "ATENCAO: BENEFICIARIO SEM CPF FICA FORA "
                       "DA REMESSA ATE SER CORRIGIDO"
               END-IF
               WRITE PENSAO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ORDEM DE "
                           CODIGO-INFORMADO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-INCLUIDAS
                       DISPLAY "ORDEM " PENSAO-SEQUENCIA
                           " GRAVADA PRA " FUNCIONARIO-NOME
               END-WRITE
           END-IF.

       ENCERRA-ORDEM.
           DISPLAY "Informe a Sequencia da Ordem:".
           ACCEPT SEQUENCIA-INFORMADA.
           MOVE CODIGO-INFORMADO TO PENSAO-FUNCIONARIO.
           MOVE SEQUENCIA-INFORMADA TO PENSAO-SEQUENCIA.
           READ ARQUIVO-PENSAO
               INVALID KEY
                   DISPLAY "ORDEM " SEQUENCIA-INFORMADA
                       " NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM GRAVA-DATA-FIM
           END-READ.

       GRAVA-DATA-FIM.
           DISPLAY "Informe a Data de Fim (AAAAMMDD, ENTER PARA HOJE):".
           MOVE ZEROS TO DATA-FIM-INFORMADA.
           ACCEPT DATA-FIM-INFORMADA.
           IF DATA-FIM-INFORMADA = 0
               MOVE DATA-EXECUCAO TO DATA-FIM-INFORMADA
           END-IF.
           IF DATA-FIM-INFORMADA < PENSAO-DATA-INICIO
               DISPLAY "DATA DE FIM ANTES DO INICIO "
                   PENSAO-DATA-INICIO " - ORDEM NAO ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               MOVE DATA-FIM-INFORMADA TO PENSAO-DATA-FIM
               REWRITE PENSAO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A ORDEM "
                           PENSAO-SEQUENCIA
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ENCERRADAS
                       DISPLAY "ORDEM " PENSAO-SEQUENCIA
                           " ENCERRADA EM " PENSAO-DATA-FIM
               END-REWRITE
           END-IF.

       APURA-ULTIMA-SEQUENCIA.
           MOVE 0 TO ULTIMA-SEQUENCIA.
           MOVE "N" TO FIM-PENSOES.
           MOVE CODIGO-INFORMADO TO PENSAO-FUNCIONARIO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PENSOES
           END-START.
           PERFORM GUARDA-SEQUENCIA-DA-ORDEM UNTIL FIM-PENSOES = "S".

       GUARDA-SEQUENCIA-DA-ORDEM.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PENSOES
           END-READ.
           IF FIM-PENSOES = "N"
               IF PENSAO-FUNCIONARIO = CODIGO-INFORMADO
                   MOVE PENSAO-SEQUENCIA TO ULTIMA-SEQUENCIA
               ELSE
                   MOVE "S" TO FIM-PENSOES
               END-IF
           END-IF.

       LISTA-ORDENS.
           DISPLAY "ORDENS DE PENSAO DE " FUNCIONARIO-NOME.
           DISPLAY "SEQ BENEFICIARIO          BASE PERC  VALOR FIXO "
               "INICIO FIM    PROCESSO".
           MOVE "N" TO FIM-PENSOES.
           MOVE CODIGO-INFORMADO TO PENSAO-FUNCIONARIO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PENSOES
           END-START.
           PERFORM LISTA-UMA-ORDEM UNTIL FIM-PENSOES = "S".

       LISTA-UMA-ORDEM.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PENSOES
           END-READ.
           IF FIM-PENSOES = "N"
               IF PENSAO-FUNCIONARIO = CODIGO-INFORMADO
                   DISPLAY PENSAO-SEQUENCIA "  " PENSAO-BENEFICIARIO
                       " " PENSAO-BASE-CALCULO "    "
                       PENSAO-PERCENTUAL " " PENSAO-VALOR-FIXO " "
                       PENSAO-DATA-INICIO " " PENSAO-DATA-FIM " "
                       PENSAO-PROCESSO
                   DISPLAY "    BANCO " PENSAO-BANCO " AGENCIA "
                       PENSAO-AGENCIA " CONTA " PENSAO-CONTA
                       " CPF " PENSAO-CPF-BENEFICIARIO
               ELSE
                   MOVE "S" TO FIM-PENSOES
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de ordens incluidas nesta execucao
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "PENSAO" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-INCLUIDAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
