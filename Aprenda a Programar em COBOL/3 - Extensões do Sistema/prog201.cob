       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG201.
      *    Programa da Conciliacao Bancaria Diaria
      *    Segunda metade da conciliacao: o extrato do banco ja
      *    esta em conciliacao.dat pela carga do PROG200. Para a data
      *    do movimento informada, a rodada primeiro grava o lado do
      *    Sistema - o dinheiro que o sistema diz que entrou ou saiu
      *    da conta naquele dia:
      *    - entradas: cada pagamento aplicado pelo PROG67 no dia
      *      (pagamentos_aplicados.dat, somando as parcelas da mesma
      *      linha de entrada - o retorno de boletos do PROG143 passa
      *      por ali) e cada pagamento que foi pro suspenso no dia
      *      (pagamentos_suspensos.dat);
      *    - saidas: os titulos de contas_pagar.dat pagos no dia
      *      (remessa do PROG172) e os creditos em CAIXA de
      *      lancamentos.dat no dia - a folha (PAGTO DA FOLHA) e os
      *      reembolsos. Os debitos em CAIXA sao o espelho contabil
      *      das aplicacoes e nao entram de novo.
      *    Depois casa cada item Pendente do Banco, de qualquer dia,
      *    com um item Pendente do Sistema de mesma natureza e mesmo
      *    valor; os 2 viram Conciliados com a data e a chave um do
      *    outro. O que sobra sai na listagem do dia - so no banco e
      *    so no sistema, com a idade em dias - e continua Pendente,
      *    voltando na rodada do dia seguinte ate casar. Rerodar a
      *    mesma data nao grava o lado do Sistema de novo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCONCIL.cob".
           COPY "SELSUSPENSO.cob".
           COPY "SELCPAGAR.cob".
           COPY "SELLANCAMENTO.cob".

           SELECT OPTIONAL ARQUIVO-DIARIO-APLICACOES
           ASSIGN TO "pagamentos_aplicados.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCONCIL.cob".
           COPY "FDSUSPENSO.cob".
           COPY "FDCPAGAR.cob".
           COPY "FDLANCAMENTO.cob".

       FD ARQUIVO-DIARIO-APLICACOES.

       01  LINHA-DIARIO-APLICACAO.
           05 APLIC-DATA PIC 9(8).
           05 FILLER PIC X(1).
           05 APLIC-LINHA PIC 9(6).
           05 FILLER PIC X(1).
           05 APLIC-PEDIDO PIC 9(6).
           05 FILLER PIC X(1).
           05 APLIC-VALOR PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 APLIC-PARCELA PIC 9(2).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CONCIL-FILE-STATUS PIC X(2).
       01  SUSPENSO-FILE-STATUS PIC X(2).
       01  CPAGAR-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-ITENS PIC X.

       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-DO-MOVIMENTO.
           05 MOVIMENTO-AA PIC 9(4).
           05 MOVIMENTO-MM PIC 99.
           05 MOVIMENTO-DD PIC 99.
       01  DATA-MOVIMENTO-NUMERICA REDEFINES DATA-DO-MOVIMENTO
           PIC 9(8).

       01  DATA-ITEM-DESMONTADA.
           05 ITEM-AA PIC 9(4).
           05 ITEM-MM PIC 99.
           05 ITEM-DD PIC 99.

       01  DIAS-MOVIMENTO PIC 9(6).
       01  DIAS-ITEM PIC 9(6).
       01  IDADE-DO-ITEM PIC S9(6).

       01  SEQUENCIA-DO-DIA PIC 9(4) VALUE 0.
       01  LADO-EM-LISTA PIC X.

       01  SISTEMA-COLETADO-FLAG PIC X VALUE "N".
           88 SISTEMA-JA-COLETADO VALUE "S".
           88 SISTEMA-A-COLETAR VALUE "N".

      *    Item do Sistema montado antes da gravacao
       01  NATUREZA-DO-ITEM PIC X.
       01  VALOR-DO-ITEM PIC 9(9)V99.
       01  ORIGEM-DO-ITEM PIC X(6).
       01  REFERENCIA-DO-ITEM PIC X(10).
       01  HISTORICO-DO-ITEM PIC X(20).

      *    Aplicacoes da mesma linha de entrada do PROG67 somadas
       01  LINHA-EM-CURSO PIC 9(6) VALUE 0.
       01  PEDIDO-EM-CURSO PIC 9(6) VALUE 0.
       01  VALOR-EM-CURSO PIC 9(9)V99 VALUE 0.

      *    Itens Pendentes do Sistema, pro casamento com o Banco
       01  QTDE-PENDENTES-SISTEMA PIC 9(4) VALUE 0.
       01  INDICE-SISTEMA PIC 9(4).
       01  INDICE-ACHADO PIC 9(4) VALUE 0.

       01  TABELA-PENDENTES-SISTEMA.
           05 PENDENTE-ITEM OCCURS 2000 TIMES.
               10 PEND-TAB-CHAVE PIC X(11).
               10 PEND-TAB-NATUREZA PIC X.
               10 PEND-TAB-VALOR PIC 9(9)V99.
               10 PEND-TAB-USADO PIC X.
               10 PEND-TAB-PAR PIC X(11).

       01  TABELA-ESTOURADA-FLAG PIC X VALUE "N".
           88 TABELA-ESTOUROU VALUE "S".
           88 TABELA-COUBE VALUE "N".

       01  TOTAL-COLETADOS PIC 9(6) VALUE 0.
       01  TOTAL-CONCILIADOS PIC 9(6) VALUE 0.
       01  TOTAL-SO-NO-BANCO PIC 9(6) VALUE 0.
       01  TOTAL-SO-NO-SISTEMA PIC 9(6) VALUE 0.
       01  VALOR-SO-NO-BANCO PIC 9(10)V99 VALUE 0.
       01  VALOR-SO-NO-SISTEMA PIC 9(10)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO DATA-MOVIMENTO-NUMERICA.
           DISPLAY "INFORME A DATA DO MOVIMENTO (AAAAMMDD, ENTER "
               "PARA HOJE):".
           ACCEPT DATA-MOVIMENTO-NUMERICA.
           IF DATA-MOVIMENTO-NUMERICA = 0
               MOVE DATA-EXECUCAO TO DATA-MOVIMENTO-NUMERICA
           END-IF.
           COMPUTE DIAS-MOVIMENTO = MOVIMENTO-AA * 360
               + MOVIMENTO-MM * 30 + MOVIMENTO-DD.

           OPEN I-O ARQUIVO-CONCILIACAO.

           PERFORM VERIFICA-SISTEMA-DO-DIA.
           IF SISTEMA-JA-COLETADO
               DISPLAY "MOVIMENTO DO SISTEMA DE "
                   DATA-MOVIMENTO-NUMERICA " JA GRAVADO - SO "
                   "RECONCILIA"
           ELSE
               PERFORM COLETA-APLICACOES-DO-DIA
               PERFORM COLETA-SUSPENSOS-DO-DIA
               PERFORM COLETA-CONTAS-PAGAS-NO-DIA
               PERFORM COLETA-SAIDAS-DE-CAIXA
           END-IF.

           PERFORM CARREGA-PENDENTES-DO-SISTEMA.
           IF TABELA-ESTOUROU
               DISPLAY "MAIS DE 2000 ITENS PENDENTES DO SISTEMA - "
                   "CONCILIACAO ABANDONADA SEM CASAR NADA"
               CLOSE ARQUIVO-CONCILIACAO
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CASA-ITENS-DO-BANCO.
           PERFORM GRAVA-CASAMENTO-DO-SISTEMA
               VARYING INDICE-SISTEMA FROM 1 BY 1
               UNTIL INDICE-SISTEMA > QTDE-PENDENTES-SISTEMA.

           DISPLAY "CONCILIACAO BANCARIA - MOVIMENTO DE "
               DATA-MOVIMENTO-NUMERICA.
           DISPLAY "-------------------------------------------------".
           DISPLAY "SO NO BANCO (DATA SEQ NATUREZA VALOR IDADE "
               "DOCUMENTO HISTORICO):".
           MOVE "B" TO CONC-LADO.
           PERFORM LISTA-PENDENTES-DO-LADO.
           DISPLAY "SO NO SISTEMA (DATA SEQ NATUREZA VALOR IDADE "
               "REFERENCIA HISTORICO):".
           MOVE "S" TO CONC-LADO.
           PERFORM LISTA-PENDENTES-DO-LADO.

           CLOSE ARQUIVO-CONCILIACAO.

           DISPLAY "-------------------------------------------------".
           DISPLAY "ITENS DO SISTEMA GRAVADOS HOJE: " TOTAL-COLETADOS.
           DISPLAY "PARES CONCILIADOS NESTA RODADA: "
               TOTAL-CONCILIADOS.
           DISPLAY "PENDENTES SO NO BANCO: " TOTAL-SO-NO-BANCO
               " VALOR " VALOR-SO-NO-BANCO.
           DISPLAY "PENDENTES SO NO SISTEMA: " TOTAL-SO-NO-SISTEMA
               " VALOR " VALOR-SO-NO-SISTEMA.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       VERIFICA-SISTEMA-DO-DIA.
      *    Qualquer item do Sistema na data quer dizer que o
      *    movimento do dia ja foi gravado numa rodada anterior
           SET SISTEMA-A-COLETAR TO TRUE.
           MOVE "S" TO CONC-LADO.
           MOVE DATA-MOVIMENTO-NUMERICA TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQUENCIA.
           START ARQUIVO-CONCILIACAO
               KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-CONCILIACAO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CONC-DO-SISTEMA
                               AND CONC-DATA = DATA-MOVIMENTO-NUMERICA
                               SET SISTEMA-JA-COLETADO TO TRUE
                           END-IF
                   END-READ
           END-START.

       COLETA-APLICACOES-DO-DIA.
      *    O diario do PROG67 sai 1 linha por parcela aplicada; as
      *    parcelas da mesma linha de entrada sao 1 deposito so
           OPEN INPUT ARQUIVO-DIARIO-APLICACOES.
           MOVE ZEROS TO LINHA-EM-CURSO.
           MOVE ZEROS TO VALOR-EM-CURSO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-APLICACAO.
           PERFORM AVALIA-APLICACAO UNTIL FINAL-ARQUIVO = "S".
           PERFORM FECHA-APLICACAO-EM-CURSO.
           CLOSE ARQUIVO-DIARIO-APLICACOES.

       LER-PROXIMA-APLICACAO.
           READ ARQUIVO-DIARIO-APLICACOES NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-APLICACAO.
           IF APLIC-DATA = DATA-MOVIMENTO-NUMERICA
               IF APLIC-LINHA NOT = LINHA-EM-CURSO
                   PERFORM FECHA-APLICACAO-EM-CURSO
                   MOVE APLIC-LINHA TO LINHA-EM-CURSO
                   MOVE APLIC-PEDIDO TO PEDIDO-EM-CURSO
               END-IF
               ADD APLIC-VALOR TO VALOR-EM-CURSO
           END-IF.
           PERFORM LER-PROXIMA-APLICACAO.

       FECHA-APLICACAO-EM-CURSO.
           IF VALOR-EM-CURSO > 0
               MOVE "C" TO NATUREZA-DO-ITEM
               MOVE VALOR-EM-CURSO TO VALOR-DO-ITEM
               MOVE "PAGTO" TO ORIGEM-DO-ITEM
               MOVE PEDIDO-EM-CURSO TO REFERENCIA-DO-ITEM
               MOVE "PAGAMENTO APLICADO" TO HISTORICO-DO-ITEM
               PERFORM GRAVA-ITEM-DO-SISTEMA
           END-IF.
           MOVE ZEROS TO VALOR-EM-CURSO.

       COLETA-SUSPENSOS-DO-DIA.
           OPEN INPUT ARQUIVO-SUSPENSO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-SUSPENSO.
           PERFORM AVALIA-SUSPENSO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-SUSPENSO.

       LER-PROXIMO-SUSPENSO.
           READ ARQUIVO-SUSPENSO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-SUSPENSO.
           IF SUSPENSO-DATA-ENTRADA = DATA-MOVIMENTO-NUMERICA
               AND SUSPENSO-VALOR > 0
               MOVE "C" TO NATUREZA-DO-ITEM
               MOVE SUSPENSO-VALOR TO VALOR-DO-ITEM
               MOVE "SUSPEN" TO ORIGEM-DO-ITEM
               MOVE SUSPENSO-SEQUENCIA TO REFERENCIA-DO-ITEM
               MOVE "PAGAMENTO EM SUSPENSO" TO HISTORICO-DO-ITEM
               PERFORM GRAVA-ITEM-DO-SISTEMA
           END-IF.
           PERFORM LER-PROXIMO-SUSPENSO.

       COLETA-CONTAS-PAGAS-NO-DIA.
           OPEN INPUT ARQUIVO-CONTAS-PAGAR.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-CONTA-PAGAR.
           PERFORM AVALIA-CONTA-PAGAR UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CONTAS-PAGAR.

       LER-PROXIMA-CONTA-PAGAR.
           READ ARQUIVO-CONTAS-PAGAR NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CONTA-PAGAR.
           IF CPAGAR-PAGO
               AND CPAGAR-DATA-PAGAMENTO = DATA-MOVIMENTO-NUMERICA
               MOVE "D" TO NATUREZA-DO-ITEM
               MOVE CPAGAR-VALOR TO VALOR-DO-ITEM
               MOVE "FORNEC" TO ORIGEM-DO-ITEM
               MOVE CPAGAR-NOTA TO REFERENCIA-DO-ITEM
               MOVE "PAGTO A FORNECEDOR" TO HISTORICO-DO-ITEM
               PERFORM GRAVA-ITEM-DO-SISTEMA
           END-IF.
           PERFORM LER-PROXIMA-CONTA-PAGAR.

       COLETA-SAIDAS-DE-CAIXA.
           OPEN INPUT ARQUIVO-LANCAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-LANCAMENTO.
           PERFORM AVALIA-LANCAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LANCAMENTO.

       LER-PROXIMO-LANCAMENTO.
           READ ARQUIVO-LANCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-LANCAMENTO.
           IF LANC-DATA = DATA-MOVIMENTO-NUMERICA
               AND LANC-CONTA = "CAIXA"
               AND LANC-CREDITO > 0
               MOVE "D" TO NATUREZA-DO-ITEM
               MOVE LANC-CREDITO TO VALOR-DO-ITEM
               IF LANC-HISTORICO = "PAGTO DA FOLHA"
                   MOVE "FOLHA" TO ORIGEM-DO-ITEM
               ELSE
                   MOVE "CAIXA" TO ORIGEM-DO-ITEM
               END-IF
               MOVE SPACES TO REFERENCIA-DO-ITEM
               MOVE LANC-HISTORICO TO HISTORICO-DO-ITEM
               PERFORM GRAVA-ITEM-DO-SISTEMA
           END-IF.
           PERFORM LER-PROXIMO-LANCAMENTO.

       GRAVA-ITEM-DO-SISTEMA.
      *    Natureza, valor, origem, referencia e historico ja vem de
      *    quem chamou
           ADD 1 TO SEQUENCIA-DO-DIA.
           MOVE SPACE TO CONC-REGISTRO.
           MOVE "S" TO CONC-LADO.
           MOVE DATA-MOVIMENTO-NUMERICA TO CONC-DATA.
           MOVE SEQUENCIA-DO-DIA TO CONC-SEQUENCIA.
           MOVE NATUREZA-DO-ITEM TO CONC-NATUREZA.
           MOVE VALOR-DO-ITEM TO CONC-VALOR.
           MOVE ORIGEM-DO-ITEM TO CONC-ORIGEM.
           MOVE REFERENCIA-DO-ITEM TO CONC-REFERENCIA.
           MOVE HISTORICO-DO-ITEM TO CONC-HISTORICO.
           SET CONC-PENDENTE TO TRUE.
           MOVE ZEROS TO CONC-DATA-CONCILIACAO.
           MOVE SPACE TO CONC-PAR-LADO.
           MOVE ZEROS TO CONC-PAR-DATA.
           MOVE ZEROS TO CONC-PAR-SEQUENCIA.
           WRITE CONC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ITEM " SEQUENCIA-DO-DIA
                       " DO SISTEMA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-COLETADOS
           END-WRITE.

       CARREGA-PENDENTES-DO-SISTEMA.
           MOVE "N" TO FIM-ITENS.
           MOVE "S" TO CONC-LADO.
           MOVE ZEROS TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQUENCIA.
           START ARQUIVO-CONCILIACAO
               KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM CARREGA-UM-PENDENTE UNTIL FIM-ITENS = "S".

       CARREGA-UM-PENDENTE.
           READ ARQUIVO-CONCILIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF CONC-DO-SISTEMA
                   IF CONC-PENDENTE
                       PERFORM INCLUI-PENDENTE-NA-TABELA
                   END-IF
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       INCLUI-PENDENTE-NA-TABELA.
           IF QTDE-PENDENTES-SISTEMA >= 2000
               SET TABELA-ESTOUROU TO TRUE
               MOVE "S" TO FIM-ITENS
           ELSE
               ADD 1 TO QTDE-PENDENTES-SISTEMA
               MOVE CONC-CHAVE
                   TO PEND-TAB-CHAVE(QTDE-PENDENTES-SISTEMA)
               MOVE CONC-NATUREZA
                   TO PEND-TAB-NATUREZA(QTDE-PENDENTES-SISTEMA)
               MOVE CONC-VALOR
                   TO PEND-TAB-VALOR(QTDE-PENDENTES-SISTEMA)
               MOVE "N" TO PEND-TAB-USADO(QTDE-PENDENTES-SISTEMA)
               MOVE SPACES TO PEND-TAB-PAR(QTDE-PENDENTES-SISTEMA)
           END-IF.

       CASA-ITENS-DO-BANCO.
      *    Cada item Pendente do Banco, do mais antigo pro mais
      *    novo, fica com o primeiro item livre do Sistema de mesma
      *    natureza e mesmo valor
           MOVE "N" TO FIM-ITENS.
           MOVE "B" TO CONC-LADO.
           MOVE ZEROS TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQUENCIA.
           START ARQUIVO-CONCILIACAO
               KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM CASA-UM-ITEM-DO-BANCO UNTIL FIM-ITENS = "S".

       CASA-UM-ITEM-DO-BANCO.
           READ ARQUIVO-CONCILIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF CONC-DO-BANCO
                   IF CONC-PENDENTE
                       PERFORM LOCALIZA-PAR-NO-SISTEMA
                       IF INDICE-ACHADO > 0
                           PERFORM CONCILIA-ITEM-DO-BANCO
                       END-IF
                   END-IF
               ELSE
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       LOCALIZA-PAR-NO-SISTEMA.
           MOVE 0 TO INDICE-ACHADO.
           PERFORM COMPARA-PENDENTE-TABELA
               VARYING INDICE-SISTEMA FROM 1 BY 1
               UNTIL INDICE-SISTEMA > QTDE-PENDENTES-SISTEMA
                  OR INDICE-ACHADO > 0.

       COMPARA-PENDENTE-TABELA.
           IF PEND-TAB-USADO(INDICE-SISTEMA) = "N"
               AND PEND-TAB-NATUREZA(INDICE-SISTEMA) = CONC-NATUREZA
               AND PEND-TAB-VALOR(INDICE-SISTEMA) = CONC-VALOR
               MOVE INDICE-SISTEMA TO INDICE-ACHADO
           END-IF.

       CONCILIA-ITEM-DO-BANCO.
           MOVE "S" TO PEND-TAB-USADO(INDICE-ACHADO).
           MOVE CONC-CHAVE TO PEND-TAB-PAR(INDICE-ACHADO).
           MOVE PEND-TAB-CHAVE(INDICE-ACHADO) TO CONC-PAR.
           SET CONC-CONCILIADO TO TRUE.
           MOVE DATA-MOVIMENTO-NUMERICA TO CONC-DATA-CONCILIACAO.
           REWRITE CONC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O ITEM DO BANCO "
                       CONC-DATA " " CONC-SEQUENCIA
                   MOVE "N" TO PEND-TAB-USADO(INDICE-ACHADO)
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONCILIADOS
           END-REWRITE.

       GRAVA-CASAMENTO-DO-SISTEMA.
           IF PEND-TAB-USADO(INDICE-SISTEMA) = "S"
               MOVE PEND-TAB-CHAVE(INDICE-SISTEMA) TO CONC-CHAVE
               READ ARQUIVO-CONCILIACAO
                   INVALID KEY
                       DISPLAY "ITEM DO SISTEMA "
                           PEND-TAB-CHAVE(INDICE-SISTEMA)
                           " SUMIU DO ARQUIVO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM REGRAVA-ITEM-DO-SISTEMA
               END-READ
           END-IF.

       REGRAVA-ITEM-DO-SISTEMA.
           MOVE PEND-TAB-PAR(INDICE-SISTEMA) TO CONC-PAR.
           SET CONC-CONCILIADO TO TRUE.
           MOVE DATA-MOVIMENTO-NUMERICA TO CONC-DATA-CONCILIACAO.
           REWRITE CONC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O ITEM DO SISTEMA "
                       CONC-DATA " " CONC-SEQUENCIA
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-REWRITE.

       LISTA-PENDENTES-DO-LADO.
      *    CONC-LADO ja vem de quem chamou
           MOVE CONC-LADO TO LADO-EM-LISTA.
           MOVE ZEROS TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQUENCIA.
           MOVE "N" TO FIM-ITENS.
           START ARQUIVO-CONCILIACAO
               KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS
           END-START.
           PERFORM LISTA-UM-PENDENTE UNTIL FIM-ITENS = "S".

       LISTA-UM-PENDENTE.
           READ ARQUIVO-CONCILIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS
           END-READ.
           IF FIM-ITENS = "N"
               IF CONC-LADO = LADO-EM-LISTA
                   AND CONC-PENDENTE
                   AND CONC-DATA NOT > DATA-MOVIMENTO-NUMERICA
                   PERFORM EXIBE-PENDENTE
               END-IF
               IF CONC-LADO NOT = LADO-EM-LISTA
                   MOVE "S" TO FIM-ITENS
               END-IF
           END-IF.

       EXIBE-PENDENTE.
           MOVE CONC-DATA TO DATA-ITEM-DESMONTADA.
           COMPUTE DIAS-ITEM = ITEM-AA * 360 + ITEM-MM * 30
               + ITEM-DD.
           COMPUTE IDADE-DO-ITEM = DIAS-MOVIMENTO - DIAS-ITEM.
           DISPLAY "   " CONC-DATA " " CONC-SEQUENCIA " "
               CONC-NATUREZA " " CONC-VALOR " " IDADE-DO-ITEM
               " DIAS " CONC-ORIGEM " " CONC-REFERENCIA " "
               CONC-HISTORICO.
           IF CONC-DO-BANCO
               ADD 1 TO TOTAL-SO-NO-BANCO
               ADD CONC-VALOR TO VALOR-SO-NO-BANCO
           ELSE
               ADD 1 TO TOTAL-SO-NO-SISTEMA
               ADD CONC-VALOR TO VALOR-SO-NO-SISTEMA
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de pares conciliados; a linha sai sob a sigla
      *    CONCIL (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "CONCIL" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-CONCILIADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
