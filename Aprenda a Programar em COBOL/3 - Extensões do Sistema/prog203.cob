       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG203.
      *    Programa de Lancamentos Contabeis Manuais
      *    So a contabilizacao automatica do PROG145 chegava em
      *    lancamentos.dat; provisoes, acertos e reclassificacoes do
      *    contador viviam em planilha, fora do balancete. Aqui o
      *    operador autorizado digita o lancamento com varias
      *    partidas - conta ou centro de custo (conta Analitica e
      *    Ativa do plano de contas), Debito/Credito, valor e
      *    historico - numa data so. O lancamento so e gravado se
      *    os debitos fecharem com os creditos, e a data nao pode
      *    cair em mes fechado pelo PROG165 (consulta do PROG166).
      *    Cada lancamento gravado tira um numero da serie LANMAN,
      *    leva o operador e a data da digitacao, fica em
      *    lancamentos_manuais.dat e cada partida vai pra
      *    lancamentos.dat com o historico LM + numero.
      *    (E)stornar gera, no dia 1 do mes seguinte ao do
      *    lancamento, um novo lancamento com as partidas invertidas
      *    e amarra os 2 pelo numero; lancamento ja estornado, ou
      *    que e ele mesmo um estorno, nao se estorna.
      *    (L)istar mostra os lancamentos de uma faixa de numeros,
      *    partida por partida, com os totais de cada um.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLANMAN.cob".
           COPY "SELLANCAMENTO.cob".
           COPY "SELPLANO.cob".
           COPY "SELCONTROLE.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLANMAN.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDPLANO.cob".
           COPY "FDCONTROLE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  LANMAN-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  CONTROLE-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  CONFIRMACAO PIC X.
       01  MAIS-PARTIDAS PIC X.
       01  FIM-PARTIDAS PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  DATA-DO-LANCAMENTO.
           05 LANCAMENTO-AA PIC 9(4).
           05 LANCAMENTO-MM PIC 99.
           05 LANCAMENTO-DD PIC 99.
       01  DATA-LANCAMENTO-NUMERICA REDEFINES DATA-DO-LANCAMENTO
           PIC 9(8).

       01  DATA-VALIDA-FLAG PIC X VALUE "N".
           88 DATA-ACEITA VALUE "S".
           88 DATA-RECUSADA VALUE "N".

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

      *    Partida em digitacao
       01  CONTA-DIGITADA PIC X(6).
       01  NATUREZA-DIGITADA PIC X.
       01  VALOR-DIGITADO PIC 9(9)V99.
       01  HISTORICO-DIGITADO PIC X(20).

      *    Partidas do lancamento, digitado ou lido pro estorno
       01  QTDE-PARTIDAS PIC 9(3) VALUE 0.
       01  INDICE-PARTIDA PIC 9(3).

       01  TABELA-PARTIDAS.
           05 PARTIDA-ITEM OCCURS 50 TIMES.
               10 PART-CONTA PIC X(6).
               10 PART-NATUREZA PIC X.
               10 PART-VALOR PIC 9(9)V99.
               10 PART-HISTORICO PIC X(20).

       01  TOTAL-DEBITOS-LANC PIC 9(10)V99 VALUE 0.
       01  TOTAL-CREDITOS-LANC PIC 9(10)V99 VALUE 0.

       01  NUMERO-TIRADO PIC 9(6).
       01  NUMERO-INFORMADO PIC 9(6).
       01  TIPO-DO-LANCAMENTO PIC X.
       01  NUMERO-VINCULADO PIC 9(6).

      *    Lancamento original lido pro estorno
       01  TIPO-DO-ORIGINAL PIC X.
           88 ORIGINAL-E-ESTORNO VALUE "E".
       01  ESTORNO-DO-ORIGINAL PIC 9(6).

      *    Listagem por numero
       01  NUMERO-FINAL PIC 9(6).
       01  NUMERO-EM-LISTA PIC 9(6) VALUE 0.
       01  DEBITOS-EM-LISTA PIC 9(10)V99 VALUE 0.
       01  CREDITOS-EM-LISTA PIC 9(10)V99 VALUE 0.

       01  TOTAL-GRAVADOS PIC 9(6) VALUE 0.
       01  TOTAL-ESTORNADOS PIC 9(6) VALUE 0.
       01  TOTAL-RECUSADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
           88 OPERADOR-AUTORIZADO VALUE "S".
           88 OPERADOR-NAO-AUTORIZADO VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "LANMAN".

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
                   "INATIVO - LANCAMENTOS MANUAIS ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           IF OPERADOR-NAO-AUTORIZADO
               DISPLAY "OPERADOR " OPERADOR-ID " SEM AUTORIZACAO "
                   "PARA LANCAMENTO CONTABIL - PROGRAMA ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               PERFORM ENCERRA-SIGNON
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-PLANO.
           OPEN I-O ARQUIVO-LANCAMENTO-MANUAL.
           OPEN EXTEND ARQUIVO-LANCAMENTO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-LANCAMENTOS UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-LANCAMENTO-MANUAL.
           CLOSE ARQUIVO-LANCAMENTO.

           DISPLAY "---------------------------------------------".
           DISPLAY "LANCAMENTOS GRAVADOS NESTA EXECUCAO: "
               TOTAL-GRAVADOS.
           DISPLAY "  DOS QUAIS ESTORNOS: " TOTAL-ESTORNADOS.
           DISPLAY "LANCAMENTOS RECUSADOS: " TOTAL-RECUSADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.
           PERFORM ENCERRA-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       ENCERRA-SIGNON.
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       MANTEM-LANCAMENTOS.
           DISPLAY "-------------"
           DISPLAY "(N)ovo lancamento (E)stornar lancamento "
               "(L)istar lancamentos?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "N"
                   PERFORM NOVO-LANCAMENTO
               WHEN "E"
                   PERFORM ESTORNA-LANCAMENTO
               WHEN "L"
                   PERFORM LISTA-LANCAMENTOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar nos lancamentos? (S/N)".
           ACCEPT RESPOSTA.

       NOVO-LANCAMENTO.
           MOVE 0 TO QTDE-PARTIDAS.
           MOVE ZEROS TO TOTAL-DEBITOS-LANC.
           MOVE ZEROS TO TOTAL-CREDITOS-LANC.

           MOVE ZEROS TO DATA-LANCAMENTO-NUMERICA.
           DISPLAY "Data do lancamento (AAAAMMDD, ENTER para hoje):".
           ACCEPT DATA-LANCAMENTO-NUMERICA.
           IF DATA-LANCAMENTO-NUMERICA = 0
               MOVE DATA-EXECUCAO TO DATA-LANCAMENTO-NUMERICA
           END-IF.
           PERFORM VALIDA-DATA-DO-LANCAMENTO.

           IF DATA-ACEITA
               MOVE "S" TO MAIS-PARTIDAS
               PERFORM ACEITA-UMA-PARTIDA UNTIL MAIS-PARTIDAS = "N"
               PERFORM CONFERE-LANCAMENTO-DIGITADO
           ELSE
               ADD 1 TO TOTAL-RECUSADOS
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       VALIDA-DATA-DO-LANCAMENTO.
           SET DATA-ACEITA TO TRUE.
           IF LANCAMENTO-MM < 1 OR LANCAMENTO-MM > 12
               OR LANCAMENTO-DD < 1 OR LANCAMENTO-DD > 31
               DISPLAY "DATA " DATA-LANCAMENTO-NUMERICA " INVALIDA"
               SET DATA-RECUSADA TO TRUE
           ELSE
               CALL "PROG166" USING DATA-LANCAMENTO-NUMERICA
                   PERIODO-RESULTADO-FLAG
               IF PERIODO-FECHADO
                   DISPLAY "DATA " DATA-LANCAMENTO-NUMERICA
                       " CAI EM PERIODO FECHADO - LANCAMENTO RECUSADO"
                   SET DATA-RECUSADA TO TRUE
               END-IF
           END-IF.

       ACEITA-UMA-PARTIDA.
           COMPUTE INDICE-PARTIDA = QTDE-PARTIDAS + 1.
           DISPLAY "Partida " INDICE-PARTIDA
               " - Conta ou Centro de Custo (ENTER encerra):".
           MOVE SPACES TO CONTA-DIGITADA.
           ACCEPT CONTA-DIGITADA.
           IF CONTA-DIGITADA = SPACE
               MOVE "N" TO MAIS-PARTIDAS
           ELSE
               IF QTDE-PARTIDAS >= 50
                   DISPLAY "LIMITE DE 50 PARTIDAS POR LANCAMENTO"
                   MOVE "N" TO MAIS-PARTIDAS
               ELSE
                   PERFORM VALIDA-CONTA-DIGITADA
               END-IF
           END-IF.

       VALIDA-CONTA-DIGITADA.
           MOVE CONTA-DIGITADA TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   DISPLAY "CONTA " CONTA-DIGITADA
                       " FORA DO PLANO DE CONTAS - PARTIDA IGNORADA"
               NOT INVALID KEY
                   IF PLANO-CONTA-INATIVA OR PLANO-SINTETICA
                       DISPLAY "CONTA " CONTA-DIGITADA
                           " INATIVA OU SINTETICA - PARTIDA IGNORADA"
                   ELSE
                       DISPLAY "  " PLANO-DESCRICAO
                       PERFORM ACEITA-RESTO-DA-PARTIDA
                   END-IF
           END-READ.

       ACEITA-RESTO-DA-PARTIDA.
           DISPLAY "(D)ebito ou (C)redito:".
           ACCEPT NATUREZA-DIGITADA.
           DISPLAY "Valor:".
           MOVE ZEROS TO VALOR-DIGITADO.
           ACCEPT VALOR-DIGITADO.
           DISPLAY "Historico:".
           MOVE SPACES TO HISTORICO-DIGITADO.
           ACCEPT HISTORICO-DIGITADO.
           IF (NATUREZA-DIGITADA NOT = "D"
               AND NATUREZA-DIGITADA NOT = "C")
               OR VALOR-DIGITADO = 0
               OR HISTORICO-DIGITADO = SPACE
               DISPLAY "NATUREZA, VALOR OU HISTORICO INVALIDO - "
                   "PARTIDA IGNORADA"
           ELSE
               ADD 1 TO QTDE-PARTIDAS
               MOVE CONTA-DIGITADA TO PART-CONTA(QTDE-PARTIDAS)
               MOVE NATUREZA-DIGITADA TO PART-NATUREZA(QTDE-PARTIDAS)
               MOVE VALOR-DIGITADO TO PART-VALOR(QTDE-PARTIDAS)
               MOVE HISTORICO-DIGITADO
                   TO PART-HISTORICO(QTDE-PARTIDAS)
               IF NATUREZA-DIGITADA = "D"
                   ADD VALOR-DIGITADO TO TOTAL-DEBITOS-LANC
               ELSE
                   ADD VALOR-DIGITADO TO TOTAL-CREDITOS-LANC
               END-IF
               DISPLAY "  DEBITOS: " TOTAL-DEBITOS-LANC
                   "  CREDITOS: " TOTAL-CREDITOS-LANC
           END-IF.

       CONFERE-LANCAMENTO-DIGITADO.
      *    Sem partida, ou debitos diferentes dos creditos, nada e
      *    gravado
           IF QTDE-PARTIDAS = 0
               DISPLAY "NENHUMA PARTIDA DIGITADA - NADA GRAVADO"
           ELSE
               IF TOTAL-DEBITOS-LANC NOT = TOTAL-CREDITOS-LANC
                   DISPLAY "DEBITOS " TOTAL-DEBITOS-LANC
                       " DIFERENTES DOS CREDITOS "
                       TOTAL-CREDITOS-LANC
                   DISPLAY "LANCAMENTO NAO FECHA - NADA GRAVADO"
                   ADD 1 TO TOTAL-RECUSADOS
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   DISPLAY "Gravar o lancamento? (S/N)"
                   ACCEPT CONFIRMACAO
                   IF CONFIRMACAO = "S"
                       MOVE "N" TO TIPO-DO-LANCAMENTO
                       MOVE ZEROS TO NUMERO-VINCULADO
                       PERFORM GRAVA-LANCAMENTO-MANUAL
                   ELSE
                       DISPLAY "LANCAMENTO DESCARTADO"
                   END-IF
               END-IF
           END-IF.

       GRAVA-LANCAMENTO-MANUAL.
      *    Data, tipo, numero vinculado e partidas ja vem de quem
      *    chamou
           PERFORM OBTEM-NUMERO-DO-LANCAMENTO.
           PERFORM GRAVA-PARTIDA
               VARYING INDICE-PARTIDA FROM 1 BY 1
               UNTIL INDICE-PARTIDA > QTDE-PARTIDAS.
           ADD 1 TO TOTAL-GRAVADOS.
           DISPLAY "LANCAMENTO " NUMERO-TIRADO " GRAVADO EM "
               DATA-LANCAMENTO-NUMERICA " - " QTDE-PARTIDAS
               " PARTIDAS".

       GRAVA-PARTIDA.
           MOVE SPACE TO LANMAN-REGISTRO.
           MOVE NUMERO-TIRADO TO LANMAN-NUMERO.
           MOVE INDICE-PARTIDA TO LANMAN-LINHA.
           MOVE DATA-LANCAMENTO-NUMERICA TO LANMAN-DATA.
           MOVE OPERADOR-ID TO LANMAN-OPERADOR.
           MOVE DATA-EXECUCAO TO LANMAN-DATA-DIGITACAO.
           MOVE PART-CONTA(INDICE-PARTIDA) TO LANMAN-CONTA.
           MOVE PART-NATUREZA(INDICE-PARTIDA) TO LANMAN-NATUREZA.
           MOVE PART-VALOR(INDICE-PARTIDA) TO LANMAN-VALOR.
           MOVE PART-HISTORICO(INDICE-PARTIDA) TO LANMAN-HISTORICO.
           MOVE TIPO-DO-LANCAMENTO TO LANMAN-TIPO.
           MOVE NUMERO-VINCULADO TO LANMAN-NUMERO-ESTORNO.
           WRITE LANMAN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PARTIDA " INDICE-PARTIDA
                       " DO LANCAMENTO " NUMERO-TIRADO
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-WRITE.

           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-LANCAMENTO-NUMERICA TO LANC-DATA.
           MOVE PART-CONTA(INDICE-PARTIDA) TO LANC-CONTA.
           STRING "LM" DELIMITED BY SIZE
               NUMERO-TIRADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PART-HISTORICO(INDICE-PARTIDA) DELIMITED BY SIZE
               INTO LANC-HISTORICO.
           IF PART-NATUREZA(INDICE-PARTIDA) = "D"
               MOVE PART-VALOR(INDICE-PARTIDA) TO LANC-DEBITO
               MOVE ZEROS TO LANC-CREDITO
           ELSE
               MOVE ZEROS TO LANC-DEBITO
               MOVE PART-VALOR(INDICE-PARTIDA) TO LANC-CREDITO
           END-IF.
           WRITE LINHA-LANCAMENTO.

       OBTEM-NUMERO-DO-LANCAMENTO.
      *    A mesma tomada de numero do PROG63, na serie LANMAN; na
      *    primeira vez a serie nasce em 1
           OPEN I-O ARQUIVO-CONTROLE-NUMERACAO.
           MOVE "LANMAN" TO CONTROLE-NOME.
           READ ARQUIVO-CONTROLE-NUMERACAO
               INVALID KEY
                   MOVE SPACE TO CONTROLE-REGISTRO
                   MOVE "LANMAN" TO CONTROLE-NOME
                   MOVE 1 TO CONTROLE-PROXIMO-NUMERO
                   WRITE CONTROLE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A SERIE LANMAN"
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CONTROLE-PROXIMO-NUMERO TO NUMERO-TIRADO.
           ADD 1 TO CONTROLE-PROXIMO-NUMERO.
           REWRITE CONTROLE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SERIE LANMAN"
           END-REWRITE.
           CLOSE ARQUIVO-CONTROLE-NUMERACAO.

       ESTORNA-LANCAMENTO.
           DISPLAY "Numero do lancamento a estornar:".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           PERFORM CARREGA-LANCAMENTO-ORIGINAL.
           IF QTDE-PARTIDAS = 0
               DISPLAY "LANCAMENTO " NUMERO-INFORMADO
                   " NAO ENCONTRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF ORIGINAL-E-ESTORNO
                   DISPLAY "LANCAMENTO " NUMERO-INFORMADO
                       " E ESTORNO DO " ESTORNO-DO-ORIGINAL
                       " - NAO SE ESTORNA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   IF ESTORNO-DO-ORIGINAL > 0
                       DISPLAY "LANCAMENTO " NUMERO-INFORMADO
                           " JA ESTORNADO PELO " ESTORNO-DO-ORIGINAL
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       PERFORM PREPARA-ESTORNO
                   END-IF
               END-IF
           END-IF.

       CARREGA-LANCAMENTO-ORIGINAL.
      *    As partidas entram na tabela ja invertidas e com o
      *    historico do estorno
           MOVE 0 TO QTDE-PARTIDAS.
           MOVE "N" TO FIM-PARTIDAS.
           MOVE NUMERO-INFORMADO TO LANMAN-NUMERO.
           MOVE ZEROS TO LANMAN-LINHA.
           START ARQUIVO-LANCAMENTO-MANUAL
               KEY IS NOT LESS THAN LANMAN-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARTIDAS
           END-START.
           PERFORM CARREGA-PARTIDA-ORIGINAL UNTIL FIM-PARTIDAS = "S".

       CARREGA-PARTIDA-ORIGINAL.
           READ ARQUIVO-LANCAMENTO-MANUAL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARTIDAS
           END-READ.
           IF FIM-PARTIDAS = "N"
               IF LANMAN-NUMERO = NUMERO-INFORMADO
                   AND QTDE-PARTIDAS < 50
                   ADD 1 TO QTDE-PARTIDAS
                   MOVE LANMAN-DATA TO DATA-LANCAMENTO-NUMERICA
                   MOVE LANMAN-TIPO TO TIPO-DO-ORIGINAL
                   MOVE LANMAN-NUMERO-ESTORNO TO ESTORNO-DO-ORIGINAL
                   MOVE LANMAN-CONTA TO PART-CONTA(QTDE-PARTIDAS)
                   IF LANMAN-DEBITO
                       MOVE "C" TO PART-NATUREZA(QTDE-PARTIDAS)
                   ELSE
                       MOVE "D" TO PART-NATUREZA(QTDE-PARTIDAS)
                   END-IF
                   MOVE LANMAN-VALOR TO PART-VALOR(QTDE-PARTIDAS)
                   MOVE SPACES TO PART-HISTORICO(QTDE-PARTIDAS)
                   STRING "EST " DELIMITED BY SIZE
                       NUMERO-INFORMADO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LANMAN-HISTORICO DELIMITED BY SIZE
                       INTO PART-HISTORICO(QTDE-PARTIDAS)
               ELSE
                   MOVE "S" TO FIM-PARTIDAS
               END-IF
           END-IF.

       PREPARA-ESTORNO.
      *    O estorno cai no dia 1 do mes seguinte ao do lancamento
           ADD 1 TO LANCAMENTO-MM.
           IF LANCAMENTO-MM > 12
               MOVE 1 TO LANCAMENTO-MM
               ADD 1 TO LANCAMENTO-AA
           END-IF.
           MOVE 1 TO LANCAMENTO-DD.
           PERFORM VALIDA-DATA-DO-LANCAMENTO.
           IF DATA-RECUSADA
               ADD 1 TO TOTAL-RECUSADOS
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY "Estornar o lancamento " NUMERO-INFORMADO
                   " (" QTDE-PARTIDAS " partidas) em "
                   DATA-LANCAMENTO-NUMERICA "? (S/N)"
               ACCEPT CONFIRMACAO
               IF CONFIRMACAO = "S"
                   MOVE "E" TO TIPO-DO-LANCAMENTO
                   MOVE NUMERO-INFORMADO TO NUMERO-VINCULADO
                   PERFORM GRAVA-LANCAMENTO-MANUAL
                   PERFORM MARCA-PARTIDA-ESTORNADA
                       VARYING INDICE-PARTIDA FROM 1 BY 1
                       UNTIL INDICE-PARTIDA > QTDE-PARTIDAS
                   ADD 1 TO TOTAL-ESTORNADOS
               ELSE
                   DISPLAY "ESTORNO DESCARTADO"
               END-IF
           END-IF.

       MARCA-PARTIDA-ESTORNADA.
           MOVE NUMERO-INFORMADO TO LANMAN-NUMERO.
           MOVE INDICE-PARTIDA TO LANMAN-LINHA.
           READ ARQUIVO-LANCAMENTO-MANUAL
               INVALID KEY
                   DISPLAY "PARTIDA " INDICE-PARTIDA
                       " DO LANCAMENTO " NUMERO-INFORMADO
                       " NAO ENCONTRADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   MOVE NUMERO-TIRADO TO LANMAN-NUMERO-ESTORNO
                   REWRITE LANMAN-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR O ESTORNO NA "
                               "PARTIDA " INDICE-PARTIDA
                           SET EXECUCAO-COM-ERRO TO TRUE
                   END-REWRITE
           END-READ.

       LISTA-LANCAMENTOS.
           DISPLAY "Numero inicial (ENTER = o primeiro):".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           DISPLAY "Numero final (ENTER = o ultimo):".
           MOVE ZEROS TO NUMERO-FINAL.
           ACCEPT NUMERO-FINAL.
           IF NUMERO-FINAL = 0
               MOVE 999999 TO NUMERO-FINAL
           END-IF.

           MOVE 0 TO NUMERO-EM-LISTA.
           MOVE "N" TO FIM-PARTIDAS.
           MOVE NUMERO-INFORMADO TO LANMAN-NUMERO.
           MOVE ZEROS TO LANMAN-LINHA.
           START ARQUIVO-LANCAMENTO-MANUAL
               KEY IS NOT LESS THAN LANMAN-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PARTIDAS
           END-START.
           PERFORM LISTA-UMA-PARTIDA UNTIL FIM-PARTIDAS = "S".
           IF NUMERO-EM-LISTA > 0
               PERFORM FECHA-LANCAMENTO-LISTADO
           ELSE
               DISPLAY "NENHUM LANCAMENTO NA FAIXA"
           END-IF.

       LISTA-UMA-PARTIDA.
           READ ARQUIVO-LANCAMENTO-MANUAL NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PARTIDAS
           END-READ.
           IF FIM-PARTIDAS = "N"
               IF LANMAN-NUMERO > NUMERO-FINAL
                   MOVE "S" TO FIM-PARTIDAS
               ELSE
                   IF LANMAN-NUMERO NOT = NUMERO-EM-LISTA
                       IF NUMERO-EM-LISTA > 0
                           PERFORM FECHA-LANCAMENTO-LISTADO
                       END-IF
                       PERFORM ABRE-LANCAMENTO-LISTADO
                   END-IF
                   DISPLAY "   " LANMAN-LINHA " " LANMAN-CONTA " "
                       LANMAN-NATUREZA " " LANMAN-VALOR " "
                       LANMAN-HISTORICO
                   IF LANMAN-DEBITO
                       ADD LANMAN-VALOR TO DEBITOS-EM-LISTA
                   ELSE
                       ADD LANMAN-VALOR TO CREDITOS-EM-LISTA
                   END-IF
               END-IF
           END-IF.

       ABRE-LANCAMENTO-LISTADO.
           MOVE LANMAN-NUMERO TO NUMERO-EM-LISTA.
           MOVE ZEROS TO DEBITOS-EM-LISTA.
           MOVE ZEROS TO CREDITOS-EM-LISTA.
           DISPLAY "-------------------------------------------------".
           IF LANMAN-ESTORNO
               DISPLAY "LANCAMENTO " LANMAN-NUMERO " DATA "
                   LANMAN-DATA " OPERADOR " LANMAN-OPERADOR
                   " ESTORNO DO " LANMAN-NUMERO-ESTORNO
           ELSE
               IF LANMAN-NUMERO-ESTORNO > 0
                   DISPLAY "LANCAMENTO " LANMAN-NUMERO " DATA "
                       LANMAN-DATA " OPERADOR " LANMAN-OPERADOR
                       " ESTORNADO PELO " LANMAN-NUMERO-ESTORNO
               ELSE
                   DISPLAY "LANCAMENTO " LANMAN-NUMERO " DATA "
                       LANMAN-DATA " OPERADOR " LANMAN-OPERADOR
               END-IF
           END-IF.

       FECHA-LANCAMENTO-LISTADO.
           DISPLAY "   TOTAL DEBITOS: " DEBITOS-EM-LISTA
               "  CREDITOS: " CREDITOS-EM-LISTA.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de lancamentos gravados; a linha sai sob a
      *    sigla LANMAN (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "LANMAN" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-GRAVADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
