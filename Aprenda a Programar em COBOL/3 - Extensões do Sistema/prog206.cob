       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG206.
      *    Programa de Manutencao do Imobilizado
      *    Veiculos, estantes e computadores viviam numa lista de
      *    papel, depreciados 1 vez por ano pelo contador de fora.
      *    Mantem imobilizado.dat, indexado pelo numero de plaqueta,
      *    no padrao de Adicionar/Modificar do PROG186:
      *    - (A)dicionar cadastra o bem com descricao, filial, centro
      *      de custo (conta Analitica do plano), data e valor de
      *      aquisicao, vida util em meses e a depreciacao ja
      *      acumulada (bem que vem da lista de papel). A compra
      *      pode ser lancada na hora: debito IMOBIL, credito CAIXA;
      *    - (M)odificar troca descricao, filial, centro de custo e
      *      vida util;
      *    - (V)ender ou (B)aixar tira o bem de uso numa data fora
      *      de periodo fechado e lanca a saida: debito CAIXA pelo
      *      valor da venda, debito DEPACU pela depreciacao
      *      acumulada, credito IMOBIL pelo valor de aquisicao e a
      *      diferenca em GANIMO (ganho) ou PERIMO (perda).
      *    Bem nao e excluido: vendido ou baixado fica no cadastro
      *    pra listagem do PROG208. A depreciacao mensal e do
      *    PROG207.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELIMOBIL.cob".
           COPY "SELFILIAL.cob".
           COPY "SELPLANO.cob".
           COPY "SELLANCAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDIMOBIL.cob".
           COPY "FDFILIAL.cob".
           COPY "FDPLANO.cob".
           COPY "FDLANCAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  IMOBIL-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  CONFIRMACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  BEM-VALIDO-FLAG PIC X VALUE "N".
           88 BEM-VALIDO VALUE "S".
           88 BEM-INVALIDO VALUE "N".

       01  DATA-DA-SAIDA PIC 9(8).
       01  VALOR-DA-VENDA PIC 9(9)V99.
       01  VALOR-LIQUIDO PIC 9(9)V99.
       01  RESULTADO-DA-SAIDA PIC S9(9)V99.

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

       01  DATA-DO-LANCAMENTO PIC 9(8).
       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-ALTERADOS PIC 9(6) VALUE 0.
       01  TOTAL-SAIDAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "IMOBIL".

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

           OPEN I-O ARQUIVO-IMOBILIZADO.
           OPEN INPUT ARQUIVO-FILIAL.
           OPEN INPUT ARQUIVO-PLANO.
           OPEN EXTEND ARQUIVO-LANCAMENTO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-IMOBILIZADO UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-IMOBILIZADO.
           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-LANCAMENTO.

           DISPLAY "BENS ADICIONADOS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "BENS ALTERADOS NESTA EXECUCAO: " TOTAL-ALTERADOS.
           DISPLAY "BENS VENDIDOS OU BAIXADOS NESTA EXECUCAO: "
               TOTAL-SAIDAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-IMOBILIZADO.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (V)ender (B)aixar Bem?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-BEM
               WHEN "M"
                   PERFORM ALTERA-BEM
               WHEN "V"
                   PERFORM TIRA-BEM-DE-USO
               WHEN "B"
                   PERFORM TIRA-BEM-DE-USO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar no cadastro? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-BEM.
           MOVE SPACE TO IMOB-REGISTRO.
           DISPLAY "Informe o Numero do Bem (plaqueta):".
           MOVE ZEROS TO IMOB-NUMERO.
           ACCEPT IMOB-NUMERO.
           IF IMOB-NUMERO = 0
               DISPLAY "NUMERO ZERO NAO E ACEITO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               READ ARQUIVO-IMOBILIZADO
                   INVALID KEY
                       PERFORM ACEITA-NOVO-BEM
                   NOT INVALID KEY
                       DISPLAY "BEM " IMOB-NUMERO
                           " JA CADASTRADO - " IMOB-DESCRICAO
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-READ
           END-IF.

       ACEITA-NOVO-BEM.
           PERFORM ACEITA-CAMPOS-DO-BEM.
           DISPLAY "Data de Aquisicao (AAAAMMDD):".
           MOVE ZEROS TO IMOB-DATA-AQUISICAO.
           ACCEPT IMOB-DATA-AQUISICAO.
           DISPLAY "Valor de Aquisicao:".
           MOVE ZEROS TO IMOB-VALOR-AQUISICAO.
           ACCEPT IMOB-VALOR-AQUISICAO.
           DISPLAY "Depreciacao ja acumulada (ENTER = zero):".
           MOVE ZEROS TO IMOB-DEPRECIACAO-ACUMULADA.
           ACCEPT IMOB-DEPRECIACAO-ACUMULADA.
           MOVE ZEROS TO IMOB-ULTIMO-MES-DEPRECIADO.
           SET IMOB-ATIVO TO TRUE.
           MOVE ZEROS TO IMOB-DATA-BAIXA.
           MOVE ZEROS TO IMOB-VALOR-VENDA.
           MOVE OPERADOR-ID TO IMOB-OPERADOR.

           PERFORM VALIDA-CAMPOS-DO-BEM.
           IF IMOB-DATA-AQUISICAO = 0 OR IMOB-VALOR-AQUISICAO = 0
               DISPLAY "DATA E VALOR DE AQUISICAO SAO OBRIGATORIOS"
               SET BEM-INVALIDO TO TRUE
           END-IF.
           IF IMOB-DEPRECIACAO-ACUMULADA > IMOB-VALOR-AQUISICAO
               DISPLAY "DEPRECIACAO ACUMULADA MAIOR QUE A AQUISICAO"
               SET BEM-INVALIDO TO TRUE
           END-IF.

           IF BEM-INVALIDO
               DISPLAY "BEM NAO GRAVADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               WRITE IMOB-REGISTRO
                   INVALID KEY
                       DISPLAY "BEM " IMOB-NUMERO " JA CADASTRADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ADICIONADOS
                       PERFORM PERGUNTA-LANCAMENTO-DA-COMPRA
               END-WRITE
           END-IF.

       PERGUNTA-LANCAMENTO-DA-COMPRA.
      *    Bem vindo da lista de papel ja esta no balanco do
      *    contador; so a compra nova e lancada
           DISPLAY "Lancar a compra (debito IMOBIL, credito CAIXA)? "
               "(S/N)".
           ACCEPT CONFIRMACAO.
           IF CONFIRMACAO = "S"
               MOVE IMOB-DATA-AQUISICAO TO DATA-DO-LANCAMENTO
               MOVE IMOB-VALOR-AQUISICAO TO VALOR-DO-LANCAMENTO
               MOVE "COMPRA DE IMOBILIZ." TO HISTORICO-DO-LANCAMENTO
               MOVE "IMOBIL" TO CONTA-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
               MOVE "CAIXA" TO CONTA-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.

       ALTERA-BEM.
           DISPLAY "Informe o Numero do Bem a Alterar:".
           MOVE ZEROS TO IMOB-NUMERO.
           ACCEPT IMOB-NUMERO.
           READ ARQUIVO-IMOBILIZADO
               INVALID KEY
                   DISPLAY "BEM " IMOB-NUMERO " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ALTERA-CAMPOS
           END-READ.

       ALTERA-CAMPOS.
           IF NOT IMOB-ATIVO
               DISPLAY "BEM " IMOB-NUMERO " JA SAIU DE USO EM "
                   IMOB-DATA-BAIXA " - NAO SE ALTERA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY "Atual: " IMOB-DESCRICAO " Filial "
                   IMOB-FILIAL " CC " IMOB-CENTRO-CUSTO " Vida "
                   IMOB-VIDA-UTIL-MESES
               PERFORM ACEITA-CAMPOS-DO-BEM
               PERFORM VALIDA-CAMPOS-DO-BEM
               IF BEM-INVALIDO
                   DISPLAY "ALTERACAO NAO GRAVADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   REWRITE IMOB-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR O BEM "
                               IMOB-NUMERO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-ALTERADOS
                   END-REWRITE
               END-IF
           END-IF.

       ACEITA-CAMPOS-DO-BEM.
      *    Comum a inclusao e a alteracao
           DISPLAY "Descricao do Bem:".
           ACCEPT IMOB-DESCRICAO.
           DISPLAY "Filial:".
           ACCEPT IMOB-FILIAL.
           DISPLAY "Centro de Custo:".
           ACCEPT IMOB-CENTRO-CUSTO.
           DISPLAY "Vida util em meses:".
           MOVE ZEROS TO IMOB-VIDA-UTIL-MESES.
           ACCEPT IMOB-VIDA-UTIL-MESES.

       VALIDA-CAMPOS-DO-BEM.
           SET BEM-VALIDO TO TRUE.
           IF IMOB-DESCRICAO = SPACE
               DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO"
               SET BEM-INVALIDO TO TRUE
           END-IF.
           IF IMOB-VIDA-UTIL-MESES = 0
               DISPLAY "VIDA UTIL NAO PODE SER ZERO"
               SET BEM-INVALIDO TO TRUE
           END-IF.
           MOVE IMOB-FILIAL TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL " IMOB-FILIAL " NAO CADASTRADA"
                   SET BEM-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF FILIAL-INATIVA
                       DISPLAY "FILIAL " IMOB-FILIAL " INATIVA"
                       SET BEM-INVALIDO TO TRUE
                   END-IF
           END-READ.
           MOVE IMOB-CENTRO-CUSTO TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   DISPLAY "CENTRO DE CUSTO " IMOB-CENTRO-CUSTO
                       " FORA DO PLANO DE CONTAS"
                   SET BEM-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF PLANO-CONTA-INATIVA OR PLANO-SINTETICA
                       DISPLAY "CENTRO DE CUSTO " IMOB-CENTRO-CUSTO
                           " INATIVO OU SINTETICO NO PLANO"
                       SET BEM-INVALIDO TO TRUE
                   END-IF
           END-READ.

       TIRA-BEM-DE-USO.
           DISPLAY "Informe o Numero do Bem:".
           MOVE ZEROS TO IMOB-NUMERO.
           ACCEPT IMOB-NUMERO.
           READ ARQUIVO-IMOBILIZADO
               INVALID KEY
                   DISPLAY "BEM " IMOB-NUMERO " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF IMOB-ATIVO
                       PERFORM ACEITA-DADOS-DA-SAIDA
                   ELSE
                       DISPLAY "BEM " IMOB-NUMERO " JA SAIU DE USO "
                           "EM " IMOB-DATA-BAIXA
                       SET EXECUCAO-COM-ERRO TO TRUE
                   END-IF
           END-READ.

       ACEITA-DADOS-DA-SAIDA.
           DISPLAY IMOB-DESCRICAO " AQUISICAO " IMOB-VALOR-AQUISICAO
               " DEPRECIADO " IMOB-DEPRECIACAO-ACUMULADA.
           DISPLAY "Data da saida (AAAAMMDD, ENTER para hoje):".
           MOVE ZEROS TO DATA-DA-SAIDA.
           ACCEPT DATA-DA-SAIDA.
           IF DATA-DA-SAIDA = 0
               MOVE DATA-EXECUCAO TO DATA-DA-SAIDA
           END-IF.
           MOVE ZEROS TO VALOR-DA-VENDA.
           IF OPERACAO = "V"
               DISPLAY "Valor da venda:"
               ACCEPT VALOR-DA-VENDA
           END-IF.
           CALL "PROG166" USING DATA-DA-SAIDA PERIODO-RESULTADO-FLAG.
           IF PERIODO-FECHADO
               DISPLAY "DATA " DATA-DA-SAIDA " CAI EM PERIODO "
                   "FECHADO - SAIDA NAO FEITA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF OPERACAO = "V" AND VALOR-DA-VENDA = 0
                   DISPLAY "VENDA SEM VALOR - USE (B)AIXAR"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   PERFORM GRAVA-SAIDA-DO-BEM
               END-IF
           END-IF.

       GRAVA-SAIDA-DO-BEM.
           COMPUTE VALOR-LIQUIDO = IMOB-VALOR-AQUISICAO
               - IMOB-DEPRECIACAO-ACUMULADA.
           COMPUTE RESULTADO-DA-SAIDA = VALOR-DA-VENDA
               - VALOR-LIQUIDO.
           IF OPERACAO = "V"
               SET IMOB-VENDIDO TO TRUE
           ELSE
               SET IMOB-BAIXADO TO TRUE
           END-IF.
           MOVE DATA-DA-SAIDA TO IMOB-DATA-BAIXA.
           MOVE VALOR-DA-VENDA TO IMOB-VALOR-VENDA.
           MOVE OPERADOR-ID TO IMOB-OPERADOR.
           REWRITE IMOB-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O BEM " IMOB-NUMERO
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-SAIDAS
                   PERFORM CONTABILIZA-SAIDA-DO-BEM
                   DISPLAY "BEM " IMOB-NUMERO " FORA DE USO - LIQUIDO "
                       VALOR-LIQUIDO " RESULTADO " RESULTADO-DA-SAIDA
           END-REWRITE.

       CONTABILIZA-SAIDA-DO-BEM.
           MOVE DATA-DA-SAIDA TO DATA-DO-LANCAMENTO.
           IF IMOB-VENDIDO
               MOVE "VENDA DE IMOBILIZ." TO HISTORICO-DO-LANCAMENTO
           ELSE
               MOVE "BAIXA DE IMOBILIZ." TO HISTORICO-DO-LANCAMENTO
           END-IF.
           IF VALOR-DA-VENDA > 0
               MOVE "CAIXA" TO CONTA-DO-LANCAMENTO
               MOVE VALOR-DA-VENDA TO VALOR-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
           END-IF.
           IF IMOB-DEPRECIACAO-ACUMULADA > 0
               MOVE "DEPACU" TO CONTA-DO-LANCAMENTO
               MOVE IMOB-DEPRECIACAO-ACUMULADA TO VALOR-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
           END-IF.
           MOVE "IMOBIL" TO CONTA-DO-LANCAMENTO.
           MOVE IMOB-VALOR-AQUISICAO TO VALOR-DO-LANCAMENTO.
           PERFORM GRAVA-CREDITO.
           IF RESULTADO-DA-SAIDA > 0
               MOVE "GANIMO" TO CONTA-DO-LANCAMENTO
               MOVE RESULTADO-DA-SAIDA TO VALOR-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           IF RESULTADO-DA-SAIDA < 0
               MOVE "PERIMO" TO CONTA-DO-LANCAMENTO
               COMPUTE VALOR-DO-LANCAMENTO = RESULTADO-DA-SAIDA * -1
               PERFORM GRAVA-DEBITO
           END-IF.

       GRAVA-DEBITO.
      *    Data, conta, historico e valor ja vem de quem chamou
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-DO-LANCAMENTO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-DEBITO.
           MOVE ZEROS TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-CREDITO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-DO-LANCAMENTO TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE ZEROS TO LANC-DEBITO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de bens adicionados; a linha sai sob a sigla
      *    IMOBIL (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "IMOBIL" TO STATUS-PROGRAMA.
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
