       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG198.
      *    Programa da Rodada de Baixa de Devedores Duvidosos
      *    Titulo que ninguem mais vai pagar ficava em aberto pra
      *    sempre em recebiveis.dat: inchava o aging, a exposicao do
      *    cliente e a conta CLIENTE da contabilidade. Esta rodada
      *    lista pra aprovacao, titulo a titulo, as parcelas em
      *    aberto vencidas ha mais que os dias informados (180 por
      *    padrao) ou de cliente que ja recebeu o aviso final da
      *    cobranca (nivel 3 em cobranca_niveis.dat) ha mais de 30
      *    dias sem pagar. A parcela aprovada vira Baixada por Perda
      *    com a data, o motivo e o valor da baixa, e o saldo fica no
      *    titulo pra recuperacao - pagamento que chegar depois entra
      *    pela carga do PROG67 como recuperacao. A exposicao do
      *    cliente cai pelo saldo baixado, o credito do cliente e
      *    bloqueado (com a virada na trilha hist_clientes.dat, como
      *    na rodada noturna do PROG138) e a perda sai em
      *    lancamentos.dat: debito na conta PERDAS e credito em
      *    CLIENTE.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRECEBIVEL.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELCOBRANCA.cob".
           COPY "SELLANCAMENTO.cob".

           SELECT ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRECEBIVEL.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCOBRANCA.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDHISTCLIENTE.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  RECEBIVEL-FILE-STATUS PIC X(2).
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  COBRANCA-FILE-STATUS PIC X(2).
       01  FINAL-TITULOS PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-VENCIMENTO-DESMONTADA.
           05 VENCTO-AA PIC 9(4).
           05 VENCTO-MM PIC 99.
           05 VENCTO-DD PIC 99.

       01  DATA-AVISO-DESMONTADA.
           05 AVISO-AA PIC 9(4).
           05 AVISO-MM PIC 99.
           05 AVISO-DD PIC 99.

       01  DIAS-HOJE PIC 9(6).
       01  DIAS-VENCIMENTO PIC 9(6).
       01  DIAS-AVISO PIC 9(6).
       01  DIAS-ATRASO PIC S9(6).
       01  DIAS-DESDE-O-AVISO PIC S9(6).

      *    Regra da casa: vencido ha mais de 180 dias, ou aviso final
      *    (nivel 3) enviado ha mais de 30 dias sem pagamento
       01  DIAS-PARA-PERDA PIC 9(3) VALUE 180.
       01  DIAS-INFORMADOS PIC 9(3).
       01  DIAS-DEPOIS-DO-AVISO PIC 9(3) VALUE 30.
       01  NIVEL-DO-AVISO-FINAL PIC 9 VALUE 3.

       01  CANDIDATO-FLAG PIC X VALUE "N".
           88 TITULO-CANDIDATO VALUE "S".
           88 TITULO-FORA-DA-REGRA VALUE "N".
       01  RAZAO-DA-CANDIDATURA PIC X(20).

       01  BLOQUEIO-FLAG PIC X VALUE "N".
           88 CLIENTE-BLOQUEADO-AGORA VALUE "S".
           88 CLIENTE-JA-BLOQUEADO VALUE "N".

       01  RESPOSTA-ITEM PIC X.
       01  MOTIVO-INFORMADO PIC X(20).
       01  VALOR-BAIXADO PIC 9(8)V99.
       01  EXPOSICAO-CALCULADA PIC S9(10)V99.

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.

       01  TOTAL-CANDIDATOS PIC 9(6) VALUE 0.
       01  TOTAL-BAIXADOS PIC 9(6) VALUE 0.
       01  TOTAL-RECUSADOS PIC 9(6) VALUE 0.
       01  TOTAL-CLIENTES-BLOQUEADOS PIC 9(6) VALUE 0.
       01  VALOR-TOTAL-BAIXADO PIC 9(9)V99 VALUE 0.

       01  OPERADOR-ID PIC X(10).

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "PERDAS".

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
                   "INATIVO - BAIXA DE DEVEDORES DUVIDOSOS ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "Dias de Atraso para Baixa (ENTER = 180):".
           ACCEPT DIAS-INFORMADOS.
           IF DIAS-INFORMADOS > 0
               MOVE DIAS-INFORMADOS TO DIAS-PARA-PERDA
           END-IF.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           DISPLAY "BAIXA DE DEVEDORES DUVIDOSOS - DATA "
               DATA-EXECUCAO " - ATRASO ACIMA DE " DIAS-PARA-PERDA
               " DIAS OU AVISO FINAL SEM PAGAMENTO".
           DISPLAY "-------------------------------------------------".

           OPEN I-O ARQUIVO-RECEBIVEL.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-COBRANCA.
           OPEN EXTEND ARQUIVO-LANCAMENTO.
           OPEN EXTEND ARQUIVO-HISTORICO.

           MOVE "N" TO FINAL-TITULOS.
           PERFORM LER-PROXIMO-TITULO.
           PERFORM AVALIA-TITULO UNTIL FINAL-TITULOS = "S".

           CLOSE ARQUIVO-RECEBIVEL.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-COBRANCA.
           CLOSE ARQUIVO-LANCAMENTO.
           CLOSE ARQUIVO-HISTORICO.

           DISPLAY "-------------------------------------------------".
           DISPLAY "TITULOS CANDIDATOS A PERDA: " TOTAL-CANDIDATOS.
           DISPLAY "TITULOS BAIXADOS COMO PERDA: " TOTAL-BAIXADOS.
           DISPLAY "TITULOS MANTIDOS EM COBRANCA: " TOTAL-RECUSADOS.
           DISPLAY "VALOR TOTAL BAIXADO: " VALOR-TOTAL-BAIXADO.
           DISPLAY "CLIENTES BLOQUEADOS NA BAIXA: "
               TOTAL-CLIENTES-BLOQUEADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

       LER-PROXIMO-TITULO.
           READ ARQUIVO-RECEBIVEL NEXT RECORD
               AT END MOVE "S" TO FINAL-TITULOS.

       AVALIA-TITULO.
           IF RECEBIVEL-EM-ABERTO AND RECEBIVEL-SALDO > 0
               PERFORM CONFERE-REGRA-DA-PERDA
               IF TITULO-CANDIDATO
                   ADD 1 TO TOTAL-CANDIDATOS
                   PERFORM PERGUNTA-BAIXA
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-TITULO.

       CONFERE-REGRA-DA-PERDA.
      *    Atraso contado do vencimento da parcela, na conta de mes
      *    comercial do PROG68; o aviso final conta da data da
      *    ultima carta do cliente
           SET TITULO-FORA-DA-REGRA TO TRUE.
           MOVE RECEBIVEL-DATA-VENCIMENTO
               TO DATA-VENCIMENTO-DESMONTADA.
           COMPUTE DIAS-VENCIMENTO = VENCTO-AA * 360
               + VENCTO-MM * 30 + VENCTO-DD.
           COMPUTE DIAS-ATRASO = DIAS-HOJE - DIAS-VENCIMENTO.
           IF DIAS-ATRASO > DIAS-PARA-PERDA
               SET TITULO-CANDIDATO TO TRUE
               MOVE "ATRASO" TO RAZAO-DA-CANDIDATURA
           END-IF.
           IF TITULO-FORA-DA-REGRA AND DIAS-ATRASO > 0
               PERFORM CONFERE-AVISO-FINAL
           END-IF.

       CONFERE-AVISO-FINAL.
           MOVE RECEBIVEL-CLIENTE TO COBRANCA-CLIENTE.
           READ ARQUIVO-COBRANCA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COBRANCA-ULTIMO-NIVEL >= NIVEL-DO-AVISO-FINAL
                       MOVE COBRANCA-DATA-ULTIMA
                           TO DATA-AVISO-DESMONTADA
                       COMPUTE DIAS-AVISO = AVISO-AA * 360
                           + AVISO-MM * 30 + AVISO-DD
                       COMPUTE DIAS-DESDE-O-AVISO = DIAS-HOJE
                           - DIAS-AVISO
                       IF DIAS-DESDE-O-AVISO > DIAS-DEPOIS-DO-AVISO
                           SET TITULO-CANDIDATO TO TRUE
                           MOVE "AVISO FINAL" TO RAZAO-DA-CANDIDATURA
                       END-IF
                   END-IF
           END-READ.

       PERGUNTA-BAIXA.
           MOVE RECEBIVEL-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "** SEM CADASTRO **" TO CLIENTE-NOME
           END-READ.
           DISPLAY "-------------".
           DISPLAY "TITULO " RECEBIVEL-PEDIDO " PARCELA "
               RECEBIVEL-PARCELA " CLIENTE " RECEBIVEL-CLIENTE " "
               CLIENTE-NOME.
           DISPLAY "VENCIMENTO " RECEBIVEL-DATA-VENCIMENTO " ATRASO "
               DIAS-ATRASO " DIAS  SALDO " RECEBIVEL-SALDO
               "  REGRA: " RAZAO-DA-CANDIDATURA.
           DISPLAY "Baixar como perda? (S/N)".
           ACCEPT RESPOSTA-ITEM.
           IF RESPOSTA-ITEM = "S"
               PERFORM ACEITA-MOTIVO-DA-PERDA
               PERFORM BAIXA-TITULO-COMO-PERDA
           ELSE
               ADD 1 TO TOTAL-RECUSADOS
           END-IF.

       ACEITA-MOTIVO-DA-PERDA.
           DISPLAY "Motivo da Baixa (ENTER = INADIMPLENCIA):".
           MOVE SPACE TO MOTIVO-INFORMADO.
           ACCEPT MOTIVO-INFORMADO.
           IF MOTIVO-INFORMADO = SPACES
               MOVE "INADIMPLENCIA" TO MOTIVO-INFORMADO
           END-IF.

       BAIXA-TITULO-COMO-PERDA.
      *    O saldo fica no titulo pra recuperacao; so a situacao muda
           MOVE RECEBIVEL-SALDO TO VALOR-BAIXADO.
           SET RECEBIVEL-BAIXADO-PERDA TO TRUE.
           MOVE DATA-EXECUCAO TO RECEBIVEL-DATA-PERDA.
           MOVE MOTIVO-INFORMADO TO RECEBIVEL-MOTIVO-PERDA.
           MOVE VALOR-BAIXADO TO RECEBIVEL-VALOR-PERDA.
           MOVE ZEROS TO RECEBIVEL-VALOR-RECUPERADO.
           REWRITE RECEBIVEL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O TITULO "
                       RECEBIVEL-PEDIDO " PARCELA " RECEBIVEL-PARCELA
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-BAIXADOS
                   ADD VALOR-BAIXADO TO VALOR-TOTAL-BAIXADO
                   PERFORM CONTABILIZA-PERDA
                   PERFORM ATUALIZA-CLIENTE-DA-PERDA
           END-REWRITE.

       CONTABILIZA-PERDA.
           MOVE VALOR-BAIXADO TO VALOR-DO-LANCAMENTO.
           MOVE "PERDAS" TO CONTA-DO-LANCAMENTO.
           MOVE "PERDA COM CLIENTES" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-DEBITO.
           MOVE "CLIENTE" TO CONTA-DO-LANCAMENTO.
           MOVE "BAIXA POR PERDA" TO HISTORICO-DO-LANCAMENTO.
           PERFORM GRAVA-CREDITO.

       ATUALIZA-CLIENTE-DA-PERDA.
      *    A exposicao cai pelo saldo baixado (nunca abaixo de zero)
      *    e o credito fica bloqueado; cliente fora do cadastro so
      *    fica com o titulo baixado
           MOVE RECEBIVEL-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "CLIENTE " RECEBIVEL-CLIENTE
                       " NAO CONSTA NO CADASTRO - EXPOSICAO NAO "
                       "ATUALIZADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM REGRAVA-CLIENTE-DA-PERDA
           END-READ.

       REGRAVA-CLIENTE-DA-PERDA.
           COMPUTE EXPOSICAO-CALCULADA = CLIENTE-EXPOSICAO-ATUAL
               - VALOR-BAIXADO.
           IF EXPOSICAO-CALCULADA < 0
               MOVE ZERO TO EXPOSICAO-CALCULADA
           END-IF.
           MOVE EXPOSICAO-CALCULADA TO CLIENTE-EXPOSICAO-ATUAL.
           IF CLIENTE-CREDITO-BLOQUEADO
               SET CLIENTE-JA-BLOQUEADO TO TRUE
           ELSE
               SET CLIENTE-CREDITO-BLOQUEADO TO TRUE
               SET CLIENTE-BLOQUEADO-AGORA TO TRUE
           END-IF.
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CLIENTE "
                       CLIENTE-CODIGO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF CLIENTE-BLOQUEADO-AGORA
                       ADD 1 TO TOTAL-CLIENTES-BLOQUEADOS
                       MOVE "B" TO HIST-OPERACAO
                       PERFORM GRAVA-HISTORICO
                       DISPLAY "BLOQUEADO: " CLIENTE-CODIGO " "
                           CLIENTE-NOME " MOTIVO: BAIXA POR PERDA"
                   END-IF
           END-REWRITE.

       GRAVA-HISTORICO.
      *    A mesma trilha de auditoria do PROG32, com o operador do
      *    sign-on
           MOVE DATA-EXECUCAO TO HIST-DATA.
           ACCEPT HIST-HORA FROM TIME.
           MOVE OPERADOR-ID TO HIST-OPERADOR.
           MOVE CLIENTE-CODIGO TO HIST-CODIGO.
           MOVE CLIENTE-NOME TO HIST-NOME.
           WRITE LINHA-HISTORICO.

       GRAVA-DEBITO.
      *    Conta, historico e valor ja vem de quem chamou, como na
      *    rodada diaria do PROG145
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-EXECUCAO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-DEBITO.
           MOVE ZEROS TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-CREDITO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-EXECUCAO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE ZEROS TO LANC-DEBITO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de titulos baixados como perda; a linha sai
      *    sob a sigla PERDAS (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "PERDAS" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-BAIXADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
