       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG316.
      *    Programa da Conferencia Mensal de Segregacao de Funcoes
      *    Varios controles da casa dependem de uma segunda pessoa:
      *    a mudanca de salario acima do limite (segundo operador no
      *    PROG37), a aprovacao dos cartoes de ponto (PROG159), a
      *    aprovacao da folha (PROG154), a liberacao do pedido
      *    (PROG63) e a aplicacao de pagamento em suspenso
      *    (PROG136). Nada conferia, depois, se quem aprovou foi
      *    mesmo outra pessoa. Esta conferencia fecha o mes
      *    informado (AAAAMM) casando quem criou ou mudou cada item
      *    com quem aprovou:
      *    - salario: HSAL-OPERADOR contra HSAL-APROVADOR de
      *      hist_salarios.dat (mudanca abaixo do limite nao tem
      *      aprovador e fica fora);
      *    - folha: quem fechou contra quem aprovou, na linha
      *      APROVADA de folha_aprovacao.dat (o arquivo guarda so a
      *      ultima aprovacao, entao entra a folha aprovada no mes);
      *    - pedido: a (L)iberacao de hist_pedidos.dat contra o
      *      operador da ultima adicao ou alteracao do pedido;
      *    - suspenso: a aplicacao de suspensos_auditoria.dat contra
      *      o operador da ultima adicao ou alteracao do pedido em
      *      que o dinheiro foi aplicado;
      *    - ponto: a aprovacao ou correcao de trilha_ponto.dat
      *      contra o lancamento do mesmo cartao no PROG72 (cartao
      *      da carga do relogio nao tem quem lancou).
      *    O casamento de pedido e cartao sai de um primeiro SORT
      *    de procedimento (molde do PROG205) pela chave do item; as
      *    aprovacoes do mes vao pra prog316.tmp e um segundo SORT
      *    junta com as linhas de sessoes_operadores.dat ate o fim
      *    do mes, em ordem de data e hora. Andando nessa ordem, a
      *    situacao de cada operador e remontada evento a evento
      *    (sign-on aceito ativa e destrava, a 3a senha errada
      *    seguida ou a tentativa travada trava, o rejeitado e o
      *    inativado ou excluido no PROG82 inativam, o destravado e
      *    o reativado no PROG82 voltam), e cada aprovacao e
      *    apontada quando o mesmo operador criou e aprovou, ou
      *    quando o aprovador estava inativo ou travado naquela
      *    hora. Aprovador sem nenhum evento na trilha e conferido
      *    pela situacao atual de operadores.dat. A linha de status
      *    sai sob a sigla SEGFUN com a quantidade de aprovacoes
      *    conferidas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELSESSAO.cob".
           COPY "SELHISTPEDIDO.cob".
           COPY "SELAPROVACAO.cob".
           COPY "SELTRILPONTO.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELSTATUS.cob".

           SELECT OPTIONAL ARQUIVO-HIST-SALARIOS
           ASSIGN TO "hist_salarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AUDITORIA-SUSPENSO
           ASSIGN TO "suspensos_auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-APROVACOES-CASADAS
           ASSIGN TO "prog316.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-ORDENACAO-CASAMENTO
           ASSIGN TO "prog316c.srt".

           SELECT ARQUIVO-ORDENACAO-CONFERENCIA
           ASSIGN TO "prog316.srt".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDSESSAO.cob".
           COPY "FDHISTPEDIDO.cob".
           COPY "FDAPROVACAO.cob".
           COPY "FDTRILPONTO.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDSTATUS.cob".

       FD ARQUIVO-HIST-SALARIOS.

       01  LINHA-HIST-SALARIO.
           05 HSAL-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-CODIGO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-SALARIO-ANTERIOR PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-SALARIO-NOVO PIC 9(4)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-APROVADOR PIC X(10).

       FD ARQUIVO-AUDITORIA-SUSPENSO.

       01  LINHA-AUDITORIA-SUSPENSO.
           05 AUDS-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDS-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDS-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDS-ACAO PIC X.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDS-SEQUENCIA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDS-PEDIDO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AUDS-VALOR PIC 9(8)V99.

      *    Aprovacoes de pedido, suspenso e ponto do mes, ja com o
      *    operador que criou ou mudou o item
       FD ARQUIVO-APROVACOES-CASADAS.

       01  LINHA-APROVACAO-CASADA.
           05 CASD-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CASD-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CASD-TIPO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CASD-REFERENCIA PIC X(24).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CASD-CRIADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CASD-APROVADOR PIC X(10).

      *    Chave do item: P + pedido, ou C + funcionario e data do
      *    cartao; a criacao (ordem 1) vem antes da aprovacao
      *    (ordem 2) na mesma data e hora
       SD  ARQUIVO-ORDENACAO-CASAMENTO.

       01  REGISTRO-ORDENACAO-CASAMENTO.
           05 CAS-CHAVE.
               10 CAS-TIPO-CHAVE PIC X.
               10 CAS-NUMERO PIC 9(12).
           05 CAS-DATA PIC 9(8).
           05 CAS-HORA PIC 9(6).
           05 CAS-ORDEM PIC 9.
           05 CAS-TIPO PIC X(8).
           05 CAS-REFERENCIA PIC X(24).
           05 CAS-OPERADOR PIC X(10).

      *    Eventos de sessao (ordem 1) e aprovacoes (ordem 2) numa
      *    fila so, por data e hora
       SD  ARQUIVO-ORDENACAO-CONFERENCIA.

       01  REGISTRO-ORDENACAO-CONFERENCIA.
           05 CONF-DATA PIC 9(8).
           05 CONF-HORA PIC 9(6).
           05 CONF-ORDEM PIC 9.
           05 CONF-EVENTO PIC X.
           05 CONF-OPERADOR PIC X(10).
           05 CONF-TIPO PIC X(8).
           05 CONF-REFERENCIA PIC X(24).
           05 CONF-CRIADOR PIC X(10).
           05 CONF-APROVADOR PIC X(10).

       WORKING-STORAGE SECTION.

       01  OPERADOR-FILE-STATUS PIC X(2).
       01  APROVACAO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-ORDENADO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  MES-APURADO PIC 9(6).

       01  DATA-EVENTO-DESMONTADA.
           05 EVENTO-AAMM PIC 9(6).
           05 EVENTO-DD PIC 99.

       01  CHAVE-ANTERIOR PIC X(13).
       01  CRIADOR-DA-CHAVE PIC X(10).
       01  NUMERO-EXIBIDO PIC 9(6).
       01  SEQUENCIA-EXIBIDA PIC 9(6).
       01  OPERADOR-PROCURADO PIC X(10).

      *    Situacao de cada operador remontada pela trilha de
      *    sessoes, na mesma conta de falhas do PROG83
       01  LIMITE-DE-FALHAS PIC 9 VALUE 3.
       01  QTDE-OPERADORES PIC 9(3) VALUE 0.
       01  MAX-OPERADORES PIC 9(3) VALUE 300.
       01  INDICE-OPERADOR PIC 9(3).
       01  INDICE-ACHADO PIC 9(3).

       01  TABELA-SITUACAO-OPERADORES.
           05 SITUACAO-ITEM OCCURS 300 TIMES.
               10 SIT-TAB-CODIGO PIC X(10).
               10 SIT-TAB-SITUACAO PIC X.
                   88 SIT-TAB-ATIVO VALUE "A".
                   88 SIT-TAB-INATIVO VALUE "I".
               10 SIT-TAB-TRAVA PIC X.
                   88 SIT-TAB-DESTRAVADO VALUE "N".
                   88 SIT-TAB-TRAVADO VALUE "T".
               10 SIT-TAB-FALHAS PIC 9.

       01  MOTIVO-DA-VIOLACAO PIC X(36).

       01  TOTAL-EVENTOS-LIDOS PIC 9(7) VALUE 0.
       01  TOTAL-APROVACOES PIC 9(6) VALUE 0.
       01  TOTAL-SEM-CRIADOR PIC 9(6) VALUE 0.
       01  TOTAL-MESMO-OPERADOR PIC 9(6) VALUE 0.
       01  TOTAL-APROVADOR-INATIVO PIC 9(6) VALUE 0.
       01  TOTAL-APROVADOR-TRAVADO PIC 9(6) VALUE 0.
       01  TOTAL-NAO-CADASTRADO PIC 9(6) VALUE 0.
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME O MES DA CONFERENCIA (AAAAMM):".
           ACCEPT MES-APURADO.

      *    1o passe: casa a liberacao do pedido, a aplicacao do
      *    suspenso e a aprovacao do cartao com quem criou o item
           SORT ARQUIVO-ORDENACAO-CASAMENTO
               ON ASCENDING KEY CAS-CHAVE CAS-DATA CAS-HORA CAS-ORDEM
               INPUT PROCEDURE IS CARREGA-PEDIDOS-E-CARTOES
               OUTPUT PROCEDURE IS CASA-CRIADOR-COM-APROVADOR.

      *    2o passe: aprovacoes e sessoes em ordem de data e hora
           OPEN INPUT ARQUIVO-OPERADOR.

           DISPLAY "CONFERENCIA DE SEGREGACAO DE FUNCOES - MES "
               MES-APURADO.
           DISPLAY "(DATA HORA TIPO REFERENCIA CRIOU APROVOU MOTIVO)".
           DISPLAY "-------------------------------------------------".

           SORT ARQUIVO-ORDENACAO-CONFERENCIA
               ON ASCENDING KEY CONF-DATA CONF-HORA CONF-ORDEM
               INPUT PROCEDURE IS CARREGA-SESSOES-E-APROVACOES
               OUTPUT PROCEDURE IS CONFERE-APROVACOES.

           CLOSE ARQUIVO-OPERADOR.

           DISPLAY "-------------------------------------------------".
           DISPLAY "EVENTOS DE SESSAO ATE O FIM DO MES: "
               TOTAL-EVENTOS-LIDOS.
           DISPLAY "APROVACOES CONFERIDAS NO MES: " TOTAL-APROVACOES.
           DISPLAY "SEM CRIADOR NA TRILHA (SO A SITUACAO): "
               TOTAL-SEM-CRIADOR.
           DISPLAY "MESMO OPERADOR CRIOU E APROVOU: "
               TOTAL-MESMO-OPERADOR.
           DISPLAY "APROVADOR INATIVO NA HORA: "
               TOTAL-APROVADOR-INATIVO.
           DISPLAY "APROVADOR TRAVADO NA HORA: "
               TOTAL-APROVADOR-TRAVADO.
           DISPLAY "APROVADOR FORA DO CADASTRO: "
               TOTAL-NAO-CADASTRADO.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "OPERADORES ALEM DOS " MAX-OPERADORES
                   " DA TABELA (CONFERIDOS PELO CADASTRO): "
                   TOTAL-FORA-DA-TABELA
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-PEDIDOS-E-CARTOES.
           OPEN INPUT ARQUIVO-HISTORICO-PEDIDO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-DO-PEDIDO.
           PERFORM RELEASE-LINHA-DO-PEDIDO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-PEDIDO.

           OPEN INPUT ARQUIVO-AUDITORIA-SUSPENSO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-DO-SUSPENSO.
           PERFORM RELEASE-LINHA-DO-SUSPENSO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-AUDITORIA-SUSPENSO.

           OPEN INPUT ARQUIVO-TRILHA-PONTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-DO-PONTO.
           PERFORM RELEASE-LINHA-DO-PONTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-TRILHA-PONTO.

       LER-PROXIMA-LINHA-DO-PEDIDO.
           READ ARQUIVO-HISTORICO-PEDIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-LINHA-DO-PEDIDO.
      *    Adicao e alteracao ate o fim do mes dizem quem criou o
      *    pedido; a liberacao no mes e a aprovacao
           MOVE HISTP-DATA TO DATA-EVENTO-DESMONTADA.
           IF EVENTO-AAMM NOT > MES-APURADO
               MOVE SPACE TO REGISTRO-ORDENACAO-CASAMENTO
               MOVE "P" TO CAS-TIPO-CHAVE
               MOVE HISTP-PEDIDO TO CAS-NUMERO
               MOVE HISTP-DATA TO CAS-DATA
               MOVE HISTP-HORA TO CAS-HORA
               MOVE HISTP-OPERADOR TO CAS-OPERADOR
               EVALUATE HISTP-OPERACAO
                   WHEN "A"
                   WHEN "M"
                       MOVE 1 TO CAS-ORDEM
                       RELEASE REGISTRO-ORDENACAO-CASAMENTO
                   WHEN "L"
                       IF EVENTO-AAMM = MES-APURADO
                           MOVE 2 TO CAS-ORDEM
                           MOVE "PEDIDO" TO CAS-TIPO
                           MOVE HISTP-PEDIDO TO NUMERO-EXIBIDO
                           STRING "LIBERACAO " DELIMITED BY SIZE
                               NUMERO-EXIBIDO DELIMITED BY SIZE
                               INTO CAS-REFERENCIA
                           RELEASE REGISTRO-ORDENACAO-CASAMENTO
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM LER-PROXIMA-LINHA-DO-PEDIDO.

       LER-PROXIMA-LINHA-DO-SUSPENSO.
           READ ARQUIVO-AUDITORIA-SUSPENSO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-LINHA-DO-SUSPENSO.
      *    So a aplicacao do mes; o estorno desfaz, nao aprova
           MOVE AUDS-DATA TO DATA-EVENTO-DESMONTADA.
           IF EVENTO-AAMM = MES-APURADO AND AUDS-ACAO = "A"
               MOVE SPACE TO REGISTRO-ORDENACAO-CASAMENTO
               MOVE "P" TO CAS-TIPO-CHAVE
               MOVE AUDS-PEDIDO TO CAS-NUMERO
               MOVE AUDS-DATA TO CAS-DATA
               MOVE AUDS-HORA TO CAS-HORA
               MOVE 2 TO CAS-ORDEM
               MOVE "SUSPENSO" TO CAS-TIPO
               MOVE AUDS-SEQUENCIA TO SEQUENCIA-EXIBIDA
               MOVE AUDS-PEDIDO TO NUMERO-EXIBIDO
               STRING SEQUENCIA-EXIBIDA DELIMITED BY SIZE
                   " NO PEDIDO " DELIMITED BY SIZE
                   NUMERO-EXIBIDO DELIMITED BY SIZE
                   INTO CAS-REFERENCIA
               MOVE AUDS-OPERADOR TO CAS-OPERADOR
               RELEASE REGISTRO-ORDENACAO-CASAMENTO
           END-IF.
           PERFORM LER-PROXIMA-LINHA-DO-SUSPENSO.

       LER-PROXIMA-LINHA-DO-PONTO.
           READ ARQUIVO-TRILHA-PONTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-LINHA-DO-PONTO.
      *    Lancamento ate o fim do mes diz quem lancou o cartao; a
      *    aprovacao ou correcao no mes e a aprovacao
           MOVE TRILP-DATA TO DATA-EVENTO-DESMONTADA.
           IF EVENTO-AAMM NOT > MES-APURADO
               MOVE SPACE TO REGISTRO-ORDENACAO-CASAMENTO
               MOVE "C" TO CAS-TIPO-CHAVE
               COMPUTE CAS-NUMERO = TRILP-FUNCIONARIO * 100000000
                   + TRILP-DATA-CARTAO
               MOVE TRILP-DATA TO CAS-DATA
               MOVE TRILP-HORA TO CAS-HORA
               MOVE TRILP-OPERADOR TO CAS-OPERADOR
               IF TRILP-LANCAMENTO
                   MOVE 1 TO CAS-ORDEM
                   RELEASE REGISTRO-ORDENACAO-CASAMENTO
               ELSE
                   IF EVENTO-AAMM = MES-APURADO
                       MOVE 2 TO CAS-ORDEM
                       MOVE "PONTO" TO CAS-TIPO
                       STRING "CARTAO " DELIMITED BY SIZE
                           TRILP-FUNCIONARIO DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           TRILP-DATA-CARTAO DELIMITED BY SIZE
                           INTO CAS-REFERENCIA
                       RELEASE REGISTRO-ORDENACAO-CASAMENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-LINHA-DO-PONTO.

       CASA-CRIADOR-COM-APROVADOR.
      *    Na quebra da chave o criador zera; cada criacao troca o
      *    criador e cada aprovacao sai casada com o ultimo
           OPEN OUTPUT ARQUIVO-APROVACOES-CASADAS.
           MOVE SPACE TO CHAVE-ANTERIOR.
           MOVE SPACE TO CRIADOR-DA-CHAVE.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-PROXIMO-CASAMENTO.
           PERFORM TRATA-CASAMENTO UNTIL FINAL-ORDENADO = "S".
           CLOSE ARQUIVO-APROVACOES-CASADAS.

       RETORNA-PROXIMO-CASAMENTO.
           RETURN ARQUIVO-ORDENACAO-CASAMENTO
               AT END MOVE "S" TO FINAL-ORDENADO.

       TRATA-CASAMENTO.
           IF CAS-CHAVE NOT = CHAVE-ANTERIOR
               MOVE CAS-CHAVE TO CHAVE-ANTERIOR
               MOVE SPACE TO CRIADOR-DA-CHAVE
           END-IF.
           IF CAS-ORDEM = 1
               MOVE CAS-OPERADOR TO CRIADOR-DA-CHAVE
           ELSE
               MOVE SPACE TO LINHA-APROVACAO-CASADA
               MOVE CAS-DATA TO CASD-DATA
               MOVE CAS-HORA TO CASD-HORA
               MOVE CAS-TIPO TO CASD-TIPO
               MOVE CAS-REFERENCIA TO CASD-REFERENCIA
               MOVE CRIADOR-DA-CHAVE TO CASD-CRIADOR
               MOVE CAS-OPERADOR TO CASD-APROVADOR
               WRITE LINHA-APROVACAO-CASADA
           END-IF.
           PERFORM RETORNA-PROXIMO-CASAMENTO.

       CARREGA-SESSOES-E-APROVACOES.
           OPEN INPUT ARQUIVO-SESSAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-SESSAO.
           PERFORM RELEASE-SESSAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-SESSAO.

           OPEN INPUT ARQUIVO-APROVACOES-CASADAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-CASADA.
           PERFORM RELEASE-CASADA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-APROVACOES-CASADAS.

           OPEN INPUT ARQUIVO-HIST-SALARIOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-SALARIO.
           PERFORM RELEASE-SALARIO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HIST-SALARIOS.

           PERFORM RELEASE-APROVACAO-DA-FOLHA.

       LER-PROXIMA-SESSAO.
           READ ARQUIVO-SESSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-SESSAO.
      *    Toda a trilha ate o fim do mes: a situacao no 1o dia do
      *    mes depende do que aconteceu antes dele
           MOVE SESSAO-DATA TO DATA-EVENTO-DESMONTADA.
           IF EVENTO-AAMM NOT > MES-APURADO
               MOVE SPACE TO REGISTRO-ORDENACAO-CONFERENCIA
               MOVE SESSAO-DATA TO CONF-DATA
               MOVE SESSAO-HORA TO CONF-HORA
               MOVE 1 TO CONF-ORDEM
               MOVE SESSAO-EVENTO TO CONF-EVENTO
               MOVE SESSAO-OPERADOR TO CONF-OPERADOR
               RELEASE REGISTRO-ORDENACAO-CONFERENCIA
               ADD 1 TO TOTAL-EVENTOS-LIDOS
           END-IF.
           PERFORM LER-PROXIMA-SESSAO.

       LER-PROXIMA-CASADA.
           READ ARQUIVO-APROVACOES-CASADAS NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-CASADA.
           MOVE SPACE TO REGISTRO-ORDENACAO-CONFERENCIA.
           MOVE CASD-DATA TO CONF-DATA.
           MOVE CASD-HORA TO CONF-HORA.
           MOVE 2 TO CONF-ORDEM.
           MOVE CASD-TIPO TO CONF-TIPO.
           MOVE CASD-REFERENCIA TO CONF-REFERENCIA.
           MOVE CASD-CRIADOR TO CONF-CRIADOR.
           MOVE CASD-APROVADOR TO CONF-APROVADOR.
           RELEASE REGISTRO-ORDENACAO-CONFERENCIA.
           PERFORM LER-PROXIMA-CASADA.

       LER-PROXIMO-SALARIO.
           READ ARQUIVO-HIST-SALARIOS NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       RELEASE-SALARIO.
      *    Mudanca abaixo do limite nao passou por segundo operador
           MOVE HSAL-DATA TO DATA-EVENTO-DESMONTADA.
           IF EVENTO-AAMM = MES-APURADO AND HSAL-APROVADOR NOT = SPACE
               MOVE SPACE TO REGISTRO-ORDENACAO-CONFERENCIA
               MOVE HSAL-DATA TO CONF-DATA
               MOVE HSAL-HORA TO CONF-HORA
               MOVE 2 TO CONF-ORDEM
               MOVE "SALARIO" TO CONF-TIPO
               STRING "FUNCIONARIO " DELIMITED BY SIZE
                   HSAL-CODIGO DELIMITED BY SIZE
                   INTO CONF-REFERENCIA
               MOVE HSAL-OPERADOR TO CONF-CRIADOR
               MOVE HSAL-APROVADOR TO CONF-APROVADOR
               RELEASE REGISTRO-ORDENACAO-CONFERENCIA
           END-IF.
           PERFORM LER-PROXIMO-SALARIO.

       RELEASE-APROVACAO-DA-FOLHA.
      *    A linha guarda so a ultima aprovacao; linha do layout
      *    antigo nao tem hora nem quem fechou
           OPEN INPUT ARQUIVO-APROVACAO-FOLHA.
           IF APROVACAO-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CONFERE-LINHA-DA-FOLHA
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

       CONFERE-LINHA-DA-FOLHA.
           MOVE APRV-DATA TO DATA-EVENTO-DESMONTADA.
           IF APROVACAO-CONCEDIDA AND EVENTO-AAMM = MES-APURADO
               MOVE SPACE TO REGISTRO-ORDENACAO-CONFERENCIA
               MOVE APRV-DATA TO CONF-DATA
               IF APRV-HORA IS NUMERIC
                   MOVE APRV-HORA TO CONF-HORA
               ELSE
                   MOVE ZEROS TO CONF-HORA
               END-IF
               MOVE 2 TO CONF-ORDEM
               MOVE "FOLHA" TO CONF-TIPO
               STRING "FOLHA " DELIMITED BY SIZE
                   APRV-TIPO-FOLHA DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   APRV-MES-FOLHA DELIMITED BY SIZE
                   INTO CONF-REFERENCIA
               MOVE APRV-OPERADOR-FECHAMENTO TO CONF-CRIADOR
               MOVE APRV-OPERADOR TO CONF-APROVADOR
               RELEASE REGISTRO-ORDENACAO-CONFERENCIA
           END-IF.

       CONFERE-APROVACOES.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-PROXIMO-CONFERENCIA.
           PERFORM TRATA-CONFERENCIA UNTIL FINAL-ORDENADO = "S".

       RETORNA-PROXIMO-CONFERENCIA.
           RETURN ARQUIVO-ORDENACAO-CONFERENCIA
               AT END MOVE "S" TO FINAL-ORDENADO.

       TRATA-CONFERENCIA.
           IF CONF-ORDEM = 1
               PERFORM ATUALIZA-SITUACAO-DO-OPERADOR
           ELSE
               PERFORM CONFERE-UMA-APROVACAO
           END-IF.
           PERFORM RETORNA-PROXIMO-CONFERENCIA.

       ATUALIZA-SITUACAO-DO-OPERADOR.
      *    Operador novo na tabela entra ativo e destravado; tabela
      *    cheia deixa o operador pra conferencia pelo cadastro
           MOVE CONF-OPERADOR TO OPERADOR-PROCURADO.
           PERFORM BUSCA-OPERADOR-NA-TABELA.
           IF INDICE-ACHADO = 0
               IF QTDE-OPERADORES < MAX-OPERADORES
                   ADD 1 TO QTDE-OPERADORES
                   MOVE QTDE-OPERADORES TO INDICE-ACHADO
                   MOVE CONF-OPERADOR TO SIT-TAB-CODIGO(INDICE-ACHADO)
                   SET SIT-TAB-ATIVO(INDICE-ACHADO) TO TRUE
                   SET SIT-TAB-DESTRAVADO(INDICE-ACHADO) TO TRUE
                   MOVE 0 TO SIT-TAB-FALHAS(INDICE-ACHADO)
               ELSE
                   ADD 1 TO TOTAL-FORA-DA-TABELA
                   SET EXECUCAO-COM-ERRO TO TRUE
               END-IF
           END-IF.
           IF INDICE-ACHADO > 0
               PERFORM APLICA-EVENTO-NA-SITUACAO
           END-IF.

       APLICA-EVENTO-NA-SITUACAO.
           EVALUATE CONF-EVENTO
               WHEN "S"
                   SET SIT-TAB-ATIVO(INDICE-ACHADO) TO TRUE
                   SET SIT-TAB-DESTRAVADO(INDICE-ACHADO) TO TRUE
                   MOVE 0 TO SIT-TAB-FALHAS(INDICE-ACHADO)
               WHEN "F"
                   IF SIT-TAB-FALHAS(INDICE-ACHADO) < 9
                       ADD 1 TO SIT-TAB-FALHAS(INDICE-ACHADO)
                   END-IF
                   IF SIT-TAB-FALHAS(INDICE-ACHADO) >= LIMITE-DE-FALHAS
                       SET SIT-TAB-TRAVADO(INDICE-ACHADO) TO TRUE
                   END-IF
               WHEN "T"
                   SET SIT-TAB-TRAVADO(INDICE-ACHADO) TO TRUE
               WHEN "R"
               WHEN "I"
               WHEN "E"
                   SET SIT-TAB-INATIVO(INDICE-ACHADO) TO TRUE
               WHEN "N"
               WHEN "A"
                   SET SIT-TAB-ATIVO(INDICE-ACHADO) TO TRUE
               WHEN "D"
                   SET SIT-TAB-DESTRAVADO(INDICE-ACHADO) TO TRUE
                   MOVE 0 TO SIT-TAB-FALHAS(INDICE-ACHADO)
           END-EVALUATE.

       BUSCA-OPERADOR-NA-TABELA.
           MOVE 0 TO INDICE-ACHADO.
           PERFORM COMPARA-OPERADOR-DA-TABELA
               VARYING INDICE-OPERADOR FROM 1 BY 1
               UNTIL INDICE-OPERADOR > QTDE-OPERADORES
               OR INDICE-ACHADO > 0.

       COMPARA-OPERADOR-DA-TABELA.
           IF SIT-TAB-CODIGO(INDICE-OPERADOR) = OPERADOR-PROCURADO
               MOVE INDICE-OPERADOR TO INDICE-ACHADO
           END-IF.

       CONFERE-UMA-APROVACAO.
      *    Cada violacao sai numa linha; uma aprovacao pode ter 2
           ADD 1 TO TOTAL-APROVACOES.
           IF CONF-CRIADOR = SPACE
               ADD 1 TO TOTAL-SEM-CRIADOR
           ELSE
               IF CONF-CRIADOR = CONF-APROVADOR
                   MOVE "MESMO OPERADOR CRIOU E APROVOU"
                       TO MOTIVO-DA-VIOLACAO
                   PERFORM IMPRIME-VIOLACAO
                   ADD 1 TO TOTAL-MESMO-OPERADOR
               END-IF
           END-IF.
           MOVE CONF-APROVADOR TO OPERADOR-PROCURADO.
           PERFORM BUSCA-OPERADOR-NA-TABELA.
           IF INDICE-ACHADO > 0
               PERFORM CONFERE-SITUACAO-NA-HORA
           ELSE
               PERFORM CONFERE-SITUACAO-NO-CADASTRO
           END-IF.

       CONFERE-SITUACAO-NA-HORA.
           IF SIT-TAB-INATIVO(INDICE-ACHADO)
               MOVE "APROVADOR INATIVO NA HORA"
                   TO MOTIVO-DA-VIOLACAO
               PERFORM IMPRIME-VIOLACAO
               ADD 1 TO TOTAL-APROVADOR-INATIVO
           ELSE
               IF SIT-TAB-TRAVADO(INDICE-ACHADO)
                   MOVE "APROVADOR TRAVADO NA HORA"
                       TO MOTIVO-DA-VIOLACAO
                   PERFORM IMPRIME-VIOLACAO
                   ADD 1 TO TOTAL-APROVADOR-TRAVADO
               END-IF
           END-IF.

       CONFERE-SITUACAO-NO-CADASTRO.
      *    Aprovador sem evento na trilha: vale a situacao de hoje
           MOVE CONF-APROVADOR TO OPERADOR-CODIGO.
           READ ARQUIVO-OPERADOR
               INVALID KEY
                   MOVE "APROVADOR FORA DO CADASTRO"
                       TO MOTIVO-DA-VIOLACAO
                   PERFORM IMPRIME-VIOLACAO
                   ADD 1 TO TOTAL-NAO-CADASTRADO
               NOT INVALID KEY
                   IF OPERADOR-INATIVO
                       MOVE "APROVADOR INATIVO (CADASTRO ATUAL)"
                           TO MOTIVO-DA-VIOLACAO
                       PERFORM IMPRIME-VIOLACAO
                       ADD 1 TO TOTAL-APROVADOR-INATIVO
                   ELSE
                       IF OPERADOR-TRAVADO
                           MOVE "APROVADOR TRAVADO (CADASTRO ATUAL)"
                               TO MOTIVO-DA-VIOLACAO
                           PERFORM IMPRIME-VIOLACAO
                           ADD 1 TO TOTAL-APROVADOR-TRAVADO
                       END-IF
                   END-IF
           END-READ.

       IMPRIME-VIOLACAO.
           DISPLAY CONF-DATA " " CONF-HORA " " CONF-TIPO " "
               CONF-REFERENCIA " " CONF-CRIADOR " " CONF-APROVADOR
               " " MOTIVO-DA-VIOLACAO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de aprovacoes conferidas; a linha sai sob a
      *    sigla SEGFUN - STATUS-PROGRAMA tem 6 posicoes
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "SEGFUN" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-APROVACOES TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
