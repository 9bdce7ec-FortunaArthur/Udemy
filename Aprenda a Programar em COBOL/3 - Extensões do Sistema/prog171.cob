       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG171.
      *    Programa da Selecao Semanal de Pagamentos a Fornecedores
      *    Primeira metade da rodada de pagamentos: o operador
      *    informa a data de corte e o programa separa os titulos
      *    Em Aberto de contas_pagar.dat com saldo e vencimento ate
      *    o corte. Em seguida o operador pode reter um titulo
      *    separado (informando o numero dele de novo alterna entre
      *    Selecionado e Retido) ou incluir um titulo em aberto que
      *    vence depois do corte. Encerrada a revisao, sai a
      *    listagem de aprovacao com os titulos, o fornecedor, o
      *    total selecionado e o total retido, a selecao e gravada
      *    em pagamentos_selecionados.dat e pagamento_aprovacao.dat
      *    fica PENDENTE com o operador que selecionou. A aprovacao
      *    por outro operador e a remessa pro banco ficam com o
      *    PROG172. Uma selecao ainda nao remetida so e substituida
      *    com confirmacao do operador.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCPAGAR.cob".
           COPY "SELFORNECEDOR.cob".
           COPY "SELSELPAG.cob".
           COPY "SELAPRVPAG.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCPAGAR.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDSELPAG.cob".
           COPY "FDAPRVPAG.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CPAGAR-FILE-STATUS PIC X(2).
       01  FORNECEDOR-FILE-STATUS PIC X(2).
       01  APRVPAG-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  RESPOSTA PIC X.
       01  OPERADOR-ID PIC X(10).

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-CORTE PIC 9(8).
       01  NUMERO-INFORMADO PIC 9(6).

       01  LINHAS-NA-PAGINA PIC 9(2) VALUE 0.
       01  MAX-LINHAS-PAGINA PIC 9(2) VALUE 20.
       01  NUMERO-PAGINA PIC 9(3) VALUE 0.

       01  QTDE-TITULOS-NA-SELECAO PIC 9(3) VALUE 0.
       01  MAX-TITULOS-NA-SELECAO PIC 9(3) VALUE 500.
       01  INDICE-TITULO PIC 9(3).
       01  INDICE-ACHADO PIC 9(3) VALUE 0.

       01  TITULO-ACHADO-FLAG PIC X VALUE "N".
           88 TITULO-NA-SELECAO VALUE "S".
           88 TITULO-FORA-SELECAO VALUE "N".

       01  TABELA-SELECAO.
           05 SELECAO-ITEM OCCURS 500 TIMES.
               10 SELECAO-TITULO PIC 9(6).
               10 SELECAO-FORNECEDOR PIC 9(6).
               10 SELECAO-NOTA PIC X(10).
               10 SELECAO-VENCIMENTO PIC 9(8).
               10 SELECAO-VALOR PIC 9(8)V99.
               10 SELECAO-MARCA PIC X.
                   88 SELECAO-SELECIONADO VALUE "S".
                   88 SELECAO-RETIDO VALUE "R".

       01  NOME-FORNECEDOR-LISTAGEM PIC X(20).

       01  TOTAL-SELECIONADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-RETIDO PIC 9(9)V99 VALUE 0.
       01  QTDE-SELECIONADOS PIC 9(6) VALUE 0.
       01  QTDE-RETIDOS PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       01  SELECAO-ANTERIOR-FLAG PIC X VALUE "N".
           88 HA-SELECAO-EM-ANDAMENTO VALUE "S".
           88 SEM-SELECAO-EM-ANDAMENTO VALUE "N".

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "SELPAG".

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
                   "INATIVO - SELECAO DE PAGAMENTOS ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CONFERE-SELECAO-ANTERIOR.
           IF HA-SELECAO-EM-ANDAMENTO
               DISPLAY "HA UMA SELECAO " APRVPAG-SITUACAO
                   " DE CORTE " APRVPAG-DATA-CORTE
                   " AINDA NAO REMETIDA. SUBSTITUI? (S/N)"
               ACCEPT RESPOSTA
               IF RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
                   DISPLAY "SELECAO ANTERIOR MANTIDA"
                   PERFORM GRAVA-STATUS-EXECUCAO
                   PERFORM ENCERRA-SIGNON
                   GO TO PROGRAM-DONE
               END-IF
           END-IF.

           DISPLAY "Informe a Data de Corte dos Vencimentos (AAAAMMDD,"
               " 0 = hoje):".
           ACCEPT DATA-CORTE.
           IF DATA-CORTE = 0
               MOVE DATA-EXECUCAO TO DATA-CORTE
           END-IF.

           OPEN INPUT ARQUIVO-CONTAS-PAGAR.
           OPEN INPUT ARQUIVO-FORNECEDOR.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TITULO.
           PERFORM AVALIA-TITULO UNTIL FINAL-ARQUIVO = "S".

           DISPLAY "TITULOS COM VENCIMENTO ATE " DATA-CORTE ": "
               QTDE-TITULOS-NA-SELECAO.

           MOVE 1 TO NUMERO-INFORMADO.
           PERFORM REVISA-SELECAO UNTIL NUMERO-INFORMADO = 0.

           PERFORM IMPRIME-LISTAGEM-DE-APROVACAO.

           IF QTDE-SELECIONADOS = 0
               DISPLAY "NENHUM TITULO SELECIONADO - NADA VAI PRA "
                   "APROVACAO"
           ELSE
               PERFORM GRAVA-SELECAO
               PERFORM GRAVA-APROVACAO-PENDENTE
               DISPLAY "SELECAO GRAVADA - AGUARDANDO APROVACAO NO "
                   "PROG172"
           END-IF.

           CLOSE ARQUIVO-CONTAS-PAGAR.
           CLOSE ARQUIVO-FORNECEDOR.

           PERFORM GRAVA-STATUS-EXECUCAO.
           PERFORM ENCERRA-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       ENCERRA-SIGNON.
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       CONFERE-SELECAO-ANTERIOR.
      *    PENDENTE ou APROVADA e selecao que ainda nao foi pro
      *    banco; arquivo ausente ou REMETIDA libera nova rodada
           SET SEM-SELECAO-EM-ANDAMENTO TO TRUE.
           OPEN INPUT ARQUIVO-APROVACAO-PAGAMENTO.
           IF APRVPAG-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-PAGAMENTO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APRVPAG-PENDENTE OR APRVPAG-APROVADA
                           SET HA-SELECAO-EM-ANDAMENTO TO TRUE
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-PAGAMENTO.

       LER-PROXIMO-TITULO.
           READ ARQUIVO-CONTAS-PAGAR NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-TITULO.
           IF CPAGAR-EM-ABERTO AND CPAGAR-SALDO > 0
               AND CPAGAR-DATA-VENCIMENTO <= DATA-CORTE
               PERFORM INCLUI-TITULO-NA-SELECAO
           END-IF.
           PERFORM LER-PROXIMO-TITULO.

       INCLUI-TITULO-NA-SELECAO.
      *    Tabela cheia: o titulo fica de fora e a listagem aponta a
      *    selecao como incompleta
           IF QTDE-TITULOS-NA-SELECAO >= MAX-TITULOS-NA-SELECAO
               ADD 1 TO TOTAL-FORA-DA-TABELA
               MOVE 0 TO INDICE-ACHADO
           ELSE
               ADD 1 TO QTDE-TITULOS-NA-SELECAO
               MOVE QTDE-TITULOS-NA-SELECAO TO INDICE-ACHADO
               MOVE CPAGAR-NUMERO TO SELECAO-TITULO(INDICE-ACHADO)
               MOVE CPAGAR-FORNECEDOR
                   TO SELECAO-FORNECEDOR(INDICE-ACHADO)
               MOVE CPAGAR-NOTA TO SELECAO-NOTA(INDICE-ACHADO)
               MOVE CPAGAR-DATA-VENCIMENTO
                   TO SELECAO-VENCIMENTO(INDICE-ACHADO)
               MOVE CPAGAR-SALDO TO SELECAO-VALOR(INDICE-ACHADO)
               SET SELECAO-SELECIONADO(INDICE-ACHADO) TO TRUE
           END-IF.

       REVISA-SELECAO.
      *    Titulo ja separado alterna entre Selecionado e Retido;
      *    titulo fora do corte entra se estiver em aberto
           DISPLAY "Informe o Numero do Titulo pra Reter/Incluir "
               "(0 = encerrar a revisao):".
           ACCEPT NUMERO-INFORMADO.
           IF NUMERO-INFORMADO NOT = 0
               PERFORM LOCALIZA-TITULO-NA-SELECAO
               IF TITULO-NA-SELECAO
                   PERFORM ALTERNA-MARCA-DO-TITULO
               ELSE
                   PERFORM INCLUI-TITULO-FORA-DO-CORTE
               END-IF
           END-IF.

       LOCALIZA-TITULO-NA-SELECAO.
           SET TITULO-FORA-SELECAO TO TRUE.
           MOVE 0 TO INDICE-ACHADO.
           PERFORM COMPARA-TITULO-DA-SELECAO
               VARYING INDICE-TITULO FROM 1 BY 1
               UNTIL INDICE-TITULO > QTDE-TITULOS-NA-SELECAO
                  OR TITULO-NA-SELECAO.

       COMPARA-TITULO-DA-SELECAO.
           IF SELECAO-TITULO(INDICE-TITULO) = NUMERO-INFORMADO
               SET TITULO-NA-SELECAO TO TRUE
               MOVE INDICE-TITULO TO INDICE-ACHADO
           END-IF.

       ALTERNA-MARCA-DO-TITULO.
           IF SELECAO-SELECIONADO(INDICE-ACHADO)
               SET SELECAO-RETIDO(INDICE-ACHADO) TO TRUE
               DISPLAY "TITULO " NUMERO-INFORMADO " RETIDO"
           ELSE
               SET SELECAO-SELECIONADO(INDICE-ACHADO) TO TRUE
               DISPLAY "TITULO " NUMERO-INFORMADO " SELECIONADO"
           END-IF.

       INCLUI-TITULO-FORA-DO-CORTE.
           MOVE NUMERO-INFORMADO TO CPAGAR-NUMERO.
           READ ARQUIVO-CONTAS-PAGAR
               INVALID KEY
                   DISPLAY "TITULO " NUMERO-INFORMADO
                       " NAO ENCONTRADO"
               NOT INVALID KEY
                   IF CPAGAR-EM-ABERTO AND CPAGAR-SALDO > 0
                       PERFORM INCLUI-TITULO-NA-SELECAO
                       IF INDICE-ACHADO = 0
                           DISPLAY "SELECAO CHEIA (500) - TITULO "
                               NUMERO-INFORMADO " NAO INCLUIDO"
                       ELSE
                           DISPLAY "TITULO " NUMERO-INFORMADO
                               " DE VENCIMENTO " CPAGAR-DATA-VENCIMENTO
                               " INCLUIDO"
                       END-IF
                   ELSE
                       DISPLAY "TITULO " NUMERO-INFORMADO
                           " JA PAGO - NAO ENTRA NA SELECAO"
                   END-IF
           END-READ.

       IMPRIME-LISTAGEM-DE-APROVACAO.
           PERFORM IMPRIME-LINHA-TITULO
               VARYING INDICE-TITULO FROM 1 BY 1
               UNTIL INDICE-TITULO > QTDE-TITULOS-NA-SELECAO.
           PERFORM IMPRIME-TOTAIS.

       IMPRIME-LINHA-TITULO.
           IF LINHAS-NA-PAGINA >= MAX-LINHAS-PAGINA
               OR NUMERO-PAGINA = 0
               PERFORM IMPRIME-CABECALHO
           END-IF.

           MOVE SELECAO-FORNECEDOR(INDICE-TITULO) TO FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO NOME-FORNECEDOR-LISTAGEM
               NOT INVALID KEY
                   MOVE FORNECEDOR-NOME TO NOME-FORNECEDOR-LISTAGEM
           END-READ.

           IF SELECAO-SELECIONADO(INDICE-TITULO)
               ADD 1 TO QTDE-SELECIONADOS
               ADD SELECAO-VALOR(INDICE-TITULO) TO TOTAL-SELECIONADO
               DISPLAY "TITULO: " SELECAO-TITULO(INDICE-TITULO)
                   " VENCTO: " SELECAO-VENCIMENTO(INDICE-TITULO)
                   " VALOR: " SELECAO-VALOR(INDICE-TITULO)
                   " PAGAR"
           ELSE
               ADD 1 TO QTDE-RETIDOS
               ADD SELECAO-VALOR(INDICE-TITULO) TO TOTAL-RETIDO
               DISPLAY "TITULO: " SELECAO-TITULO(INDICE-TITULO)
                   " VENCTO: " SELECAO-VENCIMENTO(INDICE-TITULO)
                   " VALOR: " SELECAO-VALOR(INDICE-TITULO)
                   " RETIDO"
           END-IF.
           DISPLAY "  FORNECEDOR: " SELECAO-FORNECEDOR(INDICE-TITULO)
               " " NOME-FORNECEDOR-LISTAGEM
               " NOTA: " SELECAO-NOTA(INDICE-TITULO).
           ADD 2 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE 0 TO LINHAS-NA-PAGINA.
           DISPLAY " ".
           DISPLAY "LISTAGEM DE APROVACAO DE PAGAMENTOS - PAGINA "
               NUMERO-PAGINA.
           DISPLAY "DATA: " DATA-EXECUCAO-DD "/" DATA-EXECUCAO-MM
               "/" DATA-EXECUCAO-AA " CORTE: " DATA-CORTE
               " OPERADOR: " OPERADOR-ID.
           DISPLAY "---------------------------------------------".
           ADD 3 TO LINHAS-NA-PAGINA.

       IMPRIME-TOTAIS.
           DISPLAY "---------------------------------------------".
           DISPLAY "TITULOS A PAGAR: " QTDE-SELECIONADOS
               " TOTAL: " TOTAL-SELECIONADO.
           DISPLAY "TITULOS RETIDOS: " QTDE-RETIDOS
               " TOTAL: " TOTAL-RETIDO.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "*** SELECAO INCOMPLETA - TITULOS FORA DA "
                   "TABELA: " TOTAL-FORA-DA-TABELA
           END-IF.
           DISPLAY "APROVACAO: ____________________  DATA: __/__/__".

       GRAVA-SELECAO.
      *    Grava Selecionados e Retidos: a remessa so paga os
      *    Selecionados, os Retidos ficam pra conferencia
           OPEN OUTPUT ARQUIVO-SELECAO-PAGAMENTO.
           PERFORM GRAVA-LINHA-SELECAO
               VARYING INDICE-TITULO FROM 1 BY 1
               UNTIL INDICE-TITULO > QTDE-TITULOS-NA-SELECAO.
           CLOSE ARQUIVO-SELECAO-PAGAMENTO.

       GRAVA-LINHA-SELECAO.
           MOVE SPACE TO LINHA-SELECAO-PAGAMENTO.
           MOVE SELECAO-TITULO(INDICE-TITULO) TO SELPAG-TITULO.
           MOVE SELECAO-FORNECEDOR(INDICE-TITULO) TO SELPAG-FORNECEDOR.
           MOVE SELECAO-NOTA(INDICE-TITULO) TO SELPAG-NOTA.
           MOVE SELECAO-VENCIMENTO(INDICE-TITULO) TO SELPAG-VENCIMENTO.
           MOVE SELECAO-VALOR(INDICE-TITULO) TO SELPAG-VALOR.
           MOVE SELECAO-MARCA(INDICE-TITULO) TO SELPAG-MARCA.
           WRITE LINHA-SELECAO-PAGAMENTO.

       GRAVA-APROVACAO-PENDENTE.
           OPEN OUTPUT ARQUIVO-APROVACAO-PAGAMENTO.
           MOVE SPACE TO LINHA-APROVACAO-PAGAMENTO.
           SET APRVPAG-PENDENTE TO TRUE.
           MOVE DATA-CORTE TO APRVPAG-DATA-CORTE.
           MOVE OPERADOR-ID TO APRVPAG-OPERADOR-SELECAO.
           MOVE DATA-EXECUCAO TO APRVPAG-DATA.
           MOVE OPERADOR-ID TO APRVPAG-OPERADOR.
           WRITE LINHA-APROVACAO-PAGAMENTO.
           CLOSE ARQUIVO-APROVACAO-PAGAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de titulos selecionados pra pagar; a linha sai
      *    sob a sigla SELPAG (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "SELPAG" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE QTDE-SELECIONADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
