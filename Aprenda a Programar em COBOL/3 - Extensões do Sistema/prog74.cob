      *
      *    HISTORICO DE ALTERACOES
      *    O fechamento passou a pagar as horas extras dos cartoes
      *    de ponto do mes informado (AAAAMM): a hora sai do salario
      *    dividido por 220, a extra vale hora x 1,5, e o valor
      *    entra no bruto antes das tabelas de faixas e sai como
      *    linha propria em FOLHA-VALOR-HORAS-EXTRAS. Funcionario
      *    folha_aprovacao.dat volta pra PENDENTE: a remessa do
      *    PROG76 so roda depois que um operador autorizado aprovar
      *    o fechamento novo.
      *    A linha de aprovacao PENDENTE passou a levar o tipo
      *    (Mensal) e o mes da folha: e com eles que a aprovacao do
      *    PROG154 anexa a folha ao historico_folha.dat.
      *    O fechamento passou a calcular os encargos da empresa
      *    sobre a folha: FGTS de 8% e previdencia patronal (20% da
      *    cota patronal mais 2% de RAT e 5,8% de outras entidades)
      *    sobre o bruto menos o desconto de afastamento. Os 2 saem
      *    por funcionario no registro de pagamento, nos subtotais
      *    por departamento e em encargos_folha.dat, de onde o
      *    PROG213 gera o deposito do FGTS, a guia e o lancamento
      *    por centro de custo - o contador deixou de tirar os
      *    encargos do registro na mao.
      *    O fechamento passou a pagar o retroativo do reajuste
      *    coletivo (folha_retroativos.dat, gravado pelo PROG216 com
      *    o mes da folha que paga): a diferenca dos meses fechados
      *    desde a data-base soma no bruto antes das faixas e sai
      *    itemizada em FOLHA-VALOR-RETROATIVO.
      *    O fechamento passou a descontar do liquido o adiantamento
      *    quinzenal pago no mes pelo PROG218 (adiantamentos.dat) e
      *    a parcela do mes de cada emprestimo consignado em aberto
      *    (emprestimos.dat, concedido no PROG217), contando a
      *    parcela paga e quitando o emprestimo na ultima. Os 2
      *    ficam fora da base dos encargos e do imposto e saem
      *    itemizados na linha da folha. Parcela que nao cabe no
      *    liquido do mes nao e descontada e sai apontada; refazer o
      *    fechamento do mesmo mes repete a parcela ja contada.
      *    O fechamento passou a aplicar as ordens judiciais de
      *    pensao alimenticia (pensoes.dat, mantido no PROG219) em
      *    vigor no mes: percentual sobre o liquido (bruto menos a
      *    previdencia e o desconto de afastamento), percentual
      *    sobre o bruto ou valor fixo. A pensao sai depois da
      *    previdencia e antes do imposto - a soma abate a base do
      *    imposto antes da escolha da faixa - e vem antes do
      *    adiantamento e dos emprestimos. Sai itemizada em
      *    FOLHA-DESCONTO-PENSAO e, por ordem, em folha_pensoes.dat,
      *    de onde a remessa do PROG76 deposita na conta do
      *    beneficiario. Pensao maior que o que sobra depois do
      *    imposto e limitada ao que sobra e sai apontada.
      *    O fechamento passou a descontar a parte do funcionario nos
      *    vales pedidos no mes pela rodada do PROG224
      *    (vales_mes.dat): no vale-transporte, ate 6% do salario do
      *    cadastro, sem passar do valor dos vales; no
      *    vale-refeicao, 20% do valor dos vales. Sai do liquido
      *    antes do adiantamento, fica fora da base dos encargos e
      *    do imposto e sai itemizada em FOLHA-DESCONTO-VALE-
      *    TRANSPORTE e FOLHA-DESCONTO-VALE-REFEICAO. O que nao
      *    couber no liquido fica sem desconto e sai apontado.
      *    O fechamento virou rerodavel: a cada 25 funcionarios
      *    lidos os arquivos da folha sao fechados e reabertos em
      *    EXTEND e o checkpoint prog74.ckp (mesma tecnica do
      *    prog67.ckp) e regravado com o mes, o ultimo codigo
      *    processado, os totais e a tabela de departamentos. Se a
      *    rodada do mes caiu no meio, a nova detecta o checkpoint
      *    EM EXECUCAO, tira de folha_liquida.dat, encargos_folha.dat
      *    e folha_pensoes.dat as linhas gravadas depois do ultimo
      *    checkpoint, volta os totais e retoma depois do ultimo
      *    codigo - sem duplicar linha e sem copiar de novo a
      *    folha_liquida_anterior.dat. Mes CONCLUIDO so roda de novo
      *    se o operador reabrir o fechamento, e a folha refeita
      *    tambem nao copia a anterior. Checkpoint EM EXECUCAO de
      *    outro mes trava o fechamento ate aquele mes ser retomado.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    O STOP RUN virou GOBACK, pra rodar como passo da cadeia do
      *    fechamento do mes do PROG309.
      *    O fechamento passou a exigir o sign-on do PROG83, e a
      *    linha PENDENTE de folha_aprovacao.dat leva o operador que
      *    fechou (APRV-OPERADOR-FECHAMENTO) e a hora: e com ele que
      *    a conferencia de segregacao de funcoes do PROG316 aponta
      *    quem aprovou no PROG154 a folha que ele mesmo fechou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELPONTO.cob".
           COPY "SELAJUSTE.cob".
           COPY "SELEXTCOM.cob".
           COPY "SELRETRO.cob".
           COPY "SELADIANT.cob".
           COPY "SELEMPREST.cob".
           COPY "SELPENSAO.cob".
           COPY "SELPAGPEN.cob".
           COPY "SELVALES.cob".
           COPY "SELAPROVACAO.cob".
           COPY "SELENCARGO.cob".

           SELECT ARQUIVO-FOLHA-ANTERIOR
           ASSIGN TO "folha_liquida_anterior.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FOLHA-ANTERIOR-FILE-STATUS.

           SELECT OPTIONAL ARQUIVO-CHECKPOINT-74
           ASSIGN TO "prog74.ckp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-74-FILE-STATUS.

           SELECT ARQUIVO-TRABALHO-RETOMADA
           ASSIGN TO "prog74.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
           COPY "FDPONTO.cob".
           COPY "FDAJUSTE.cob".
           COPY "FDEXTCOM.cob".
           COPY "FDRETRO.cob".
           COPY "FDADIANT.cob".
           COPY "FDEMPREST.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPAGPEN.cob".
           COPY "FDVALES.cob".
           COPY "FDAPROVACAO.cob".
           COPY "FDENCARGO.cob".

       FD ARQUIVO-FOLHA-ANTERIOR.

      *    Copia crua da linha da folha (193 posicoes do layout de
      *    FDFOLHA.cob)
       01  LINHA-FOLHA-ANTERIOR PIC X(193).

       FD ARQUIVO-CHECKPOINT-74.

      *    Posicao e totais do fechamento no ultimo checkpoint; a
      *    tabela de departamentos vai inteira (50 x 65 posicoes)
       01  LINHA-CHECKPOINT-74.
           05 CKP74-SITUACAO PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-MES-FOLHA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-ULTIMO-CODIGO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-PAGOS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-BRUTO-PAGO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-DESCONTOS PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-LIQUIDO-PAGO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-PENSOES PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-BRUTO-CADASTRO PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-FGTS PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-TOTAL-PREVIDENCIA-EMPRESA PIC 9(8)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-QTDE-DEPARTAMENTOS PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CKP74-DEPARTAMENTOS PIC X(3250).

       FD ARQUIVO-TRABALHO-RETOMADA.

      *    Copia das linhas firmadas de um arquivo da folha, pra
      *    regravar o arquivo sem as linhas depois do checkpoint
       01  LINHA-TRABALHO-RETOMADA PIC X(193).

           COPY "FDSTATUS.cob".

       01  PONTO-FILE-STATUS PIC X(2).
       01  APROVACAO-FILE-STATUS PIC X(2).
       01  FOLHA-ANTERIOR-FILE-STATUS PIC X(2).
       01  CHECKPOINT-74-FILE-STATUS PIC X(2).
       01  ADIANTAMENTO-FILE-STATUS PIC X(2).
       01  EMPRESTIMO-FILE-STATUS PIC X(2).
       01  PENSAO-FILE-STATUS PIC X(2).
       01  VALES-MES-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-EXECUCAO-PARTES REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 FILLER PIC 99.

       01  MES-DA-FOLHA PIC 9(6).

      *    Checkpoint do fechamento: novo, retomado depois de uma
      *    queda, reaberto pelo operador ou recusado
       01  FECHAMENTO-FLAG PIC X VALUE "N".
           88 FECHAMENTO-NOVO VALUE "N".
           88 FECHAMENTO-RETOMADO VALUE "R".
           88 FECHAMENTO-REABERTO VALUE "A".
           88 FECHAMENTO-RECUSADO VALUE "X".

       01  RESPOSTA-REABERTURA PIC X.
       01  INTERVALO-DO-CHECKPOINT PIC 9(3) VALUE 25.
       01  LIDOS-DESDE-CHECKPOINT PIC 9(3) VALUE 0.
       01  CODIGO-DE-RETOMADA PIC 9(4) VALUE 0.
       01  ULTIMO-CODIGO-PROCESSADO PIC 9(4) VALUE 0.
       01  TOTAL-PULADOS-NA-RETOMADA PIC 9(6) VALUE 0.
       01  TOTAL-LINHAS-DESCARTADAS PIC 9(6) VALUE 0.
       01  FIM-TRABALHO-RETOMADA PIC X.

       01  DATA-PONTO-DESMONTADA.
           05 PONTO-MES-AAMM PIC 9(6).
           05 PONTO-DIA PIC 99.

       01  FIM-CARTOES PIC X.
               10 COMISSAO-TAB-CODIGO PIC 9(4).
               10 COMISSAO-TAB-VALOR PIC 9(7)V99.

      *    Retroativos de reajuste coletivo a pagar no mes,
      *    carregados de folha_retroativos.dat
       01  QTDE-RETROATIVOS PIC 9(3) VALUE 0.
       01  INDICE-RETROATIVO PIC 9(3).
       01  VALOR-RETROATIVO-DO-MES PIC 9(6)V99.

       01  TABELA-RETROATIVOS.
           05 RETROATIVO-ITEM OCCURS 200 TIMES.
               10 RETROATIVO-TAB-CODIGO PIC 9(4).
               10 RETROATIVO-TAB-VALOR PIC 9(6)V99.

      *    Tabelas de faixas carregadas de faixas_descontos.dat pela
      *    sub-rotina PROG153, na vigencia em vigor pro mes da
      *    folha: o salario cai numa faixa pelo limite superior, e a
      *    faixa da o percentual de desconto
       01  DATA-REFERENCIA-FAIXAS PIC 9(8).

       01  CARGA-PREV-FLAG PIC X VALUE "N".
           88 PREVIDENCIA-CARREGADA VALUE "S".
       01  DESCONTO-IMPOSTO PIC 9(6)V99.
       01  SALARIO-LIQUIDO PIC 9(6)V99.

      *    Adiantamento quinzenal e parcelas de emprestimo
      *    descontados do liquido
       01  DESCONTO-ADIANTAMENTO PIC 9(6)V99.
       01  DESCONTO-EMPRESTIMO PIC 9(6)V99.
       01  VALOR-DA-PARCELA PIC 9(6)V99.
       01  FIM-EMPRESTIMOS PIC X.

      *    Parte do funcionario nos vales do mes: no transporte, ate
      *    6% do salario (sem passar do valor dos vales); na
      *    refeicao, 20% do valor dos vales
       01  PERCENTUAL-TETO-VALE-TRANSPORTE PIC 9V9(4) VALUE 0.0600.
       01  PERCENTUAL-PARTE-VALE-REFEICAO PIC 9V9(4) VALUE 0.2000.
       01  TETO-VALE-TRANSPORTE PIC 9(6)V99.
       01  DESCONTO-VALE-TRANSPORTE PIC 9(6)V99.
       01  DESCONTO-VALE-REFEICAO PIC 9(6)V99.
       01  DESCONTO-VALES PIC 9(6)V99.

      *    Ordens judiciais de pensao do funcionario em vigor no mes,
      *    com o valor de cada uma, guardadas ate a gravacao em
      *    folha_pensoes.dat
       01  QTDE-PENSOES PIC 9(2).
       01  INDICE-PENSAO PIC 9(2).
       01  FIM-PENSOES PIC X.
       01  BASE-DA-PENSAO PIC S9(7)V99.
       01  DISPONIVEL-PARA-PENSAO PIC S9(7)V99.
       01  VALOR-DA-PENSAO PIC 9(6)V99.
       01  DESCONTO-PENSAO PIC 9(6)V99.

       01  TABELA-PENSOES.
           05 PENSAO-ITEM OCCURS 10 TIMES.
               10 PENSAO-TAB-SEQUENCIA PIC 9(2).
               10 PENSAO-TAB-BENEFICIARIO PIC X(20).
               10 PENSAO-TAB-CPF PIC 9(11).
               10 PENSAO-TAB-BANCO PIC 9(3).
               10 PENSAO-TAB-AGENCIA PIC 9(4).
               10 PENSAO-TAB-CONTA PIC X(12).
               10 PENSAO-TAB-PROCESSO PIC X(25).
               10 PENSAO-TAB-VALOR PIC 9(6)V99.

      *    Valores da casa pros dependentes: cota de salario-familia
      *    por dependente abaixo do corte de idade e deducao por
      *    dependente na base do imposto
       01  IDADE-CORTE-FAMILIA PIC 9(2) VALUE 14.

       01  DATA-NASC-DESMONTADA.
           05 NASC-AA PIC 9(4).
           05 NASC-MM PIC 99.
           05 NASC-DD PIC 99.

       01  VALOR-DEDUCAO-DEPENDENTES PIC 9(6)V99.
       01  BASE-DO-IMPOSTO PIC S9(7)V99.

      *    Encargos da empresa sobre a folha: FGTS e previdencia
      *    patronal (cota patronal 20% + RAT 2% + outras entidades
      *    5,8%), sobre o bruto menos o desconto de afastamento
       01  PERCENTUAL-FGTS PIC 9V9(4) VALUE 0.0800.
       01  PERCENTUAL-PREVIDENCIA-EMPRESA PIC 9V9(4) VALUE 0.2780.
       01  BASE-DOS-ENCARGOS PIC 9(6)V99.
       01  VALOR-FGTS PIC 9(6)V99.
       01  VALOR-PREVIDENCIA-EMPRESA PIC 9(6)V99.

       01  QTDE-DEPARTAMENTOS PIC 9(3) VALUE 0.
       01  INDICE-DEPARTAMENTO PIC 9(3).
       01  INDICE-ACHADO PIC 9(3) VALUE 0.
               10 DEPTO-QTDE PIC 9(5) VALUE 0.
               10 DEPTO-TOTAL-BRUTO PIC 9(8)V99 VALUE 0.
               10 DEPTO-TOTAL-LIQUIDO PIC 9(8)V99 VALUE 0.
               10 DEPTO-TOTAL-FGTS PIC 9(8)V99 VALUE 0.
               10 DEPTO-TOTAL-PREV-EMPRESA PIC 9(8)V99 VALUE 0.

       01  TOTAL-PAGOS PIC 9(6) VALUE 0.
       01  TOTAL-BRUTO-PAGO PIC 9(8)V99 VALUE 0.
       01  TOTAL-DESCONTOS PIC 9(8)V99 VALUE 0.
       01  TOTAL-LIQUIDO-PAGO PIC 9(8)V99 VALUE 0.
       01  TOTAL-PENSOES PIC 9(8)V99 VALUE 0.
       01  TOTAL-BRUTO-CADASTRO PIC 9(8)V99 VALUE 0.
       01  TOTAL-FGTS PIC 9(8)V99 VALUE 0.
       01  TOTAL-PREVIDENCIA-EMPRESA PIC 9(8)V99 VALUE 0.

       01  OPERADOR-ID PIC X(10).

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "PROG74".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO MES-DA-FOLHA.
           DISPLAY "INFORME O MES DA FOLHA (AAAAMM, ENTER PARA O MES "
               "CORRENTE):".
           ACCEPT MES-DA-FOLHA.
           IF MES-DA-FOLHA = 0
               MOVE DATA-EXECUCAO-AAMM TO MES-DA-FOLHA
           END-IF.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - FECHAMENTO ENCERRADO"
               PERFORM GRAVA-STATUS-COM-ERRO
               GO TO PROGRAM-DONE
           END-IF.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           PERFORM CONFERE-CHECKPOINT-ANTERIOR.
           IF FECHAMENTO-RECUSADO
               PERFORM GRAVA-STATUS-COM-ERRO
               GO TO PROGRAM-DONE
           END-IF.

      *    Carrega as faixas em vigor pro mes da folha; mes sem
      *    tabela carregada trava o fechamento
           COMPUTE DATA-REFERENCIA-FAIXAS = MES-DA-FOLHA * 100 + 31.
           CLOSE ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

      *    So o fechamento novo do mes guarda a folha anterior; a
      *    retomada apara os arquivos e continua gravando no fim
           IF FECHAMENTO-NOVO
               PERFORM COPIA-FOLHA-ANTERIOR
           END-IF.
           PERFORM GRAVA-CHECKPOINT-74.
           IF FECHAMENTO-RETOMADO
               PERFORM APARA-ARQUIVOS-DA-FOLHA
               OPEN EXTEND ARQUIVO-FOLHA
               OPEN EXTEND ARQUIVO-ENCARGO
               OPEN EXTEND ARQUIVO-PAGTO-PENSAO
           ELSE
               OPEN OUTPUT ARQUIVO-FOLHA
               OPEN OUTPUT ARQUIVO-ENCARGO
               OPEN OUTPUT ARQUIVO-PAGTO-PENSAO
           END-IF.
           OPEN INPUT ARQUIVO-ADIANTAMENTO.
           OPEN I-O ARQUIVO-EMPRESTIMO.
           OPEN INPUT ARQUIVO-PENSAO.
           OPEN INPUT ARQUIVO-VALES-MES.

           PERFORM CARREGA-AJUSTES-DO-MES.
           PERFORM CARREGA-COMISSOES-DO-MES.
           PERFORM CARREGA-RETROATIVOS-DO-MES.

           DISPLAY "REGISTRO DE PAGAMENTO - FOLHA DO MES "
               MES-DA-FOLHA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-FOLHA.
           CLOSE ARQUIVO-ENCARGO.
           CLOSE ARQUIVO-ADIANTAMENTO.
           CLOSE ARQUIVO-EMPRESTIMO.
           CLOSE ARQUIVO-PENSAO.
           CLOSE ARQUIVO-VALES-MES.
           CLOSE ARQUIVO-PAGTO-PENSAO.

           PERFORM IMPRIME-SUBTOTAIS.

           PERFORM MARCA-APROVACAO-PENDENTE.

           PERFORM MARCA-FECHAMENTO-CONCLUIDO.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
      *    Fecha a sessao na trilha (sub-rotina irma do sign-on);
      *    toda saida do fechamento passa por aqui
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.
           GOBACK.

       COPIA-FOLHA-ANTERIOR.
      *    Guarda a folha do fechamento anterior pra conferencia de
           WRITE LINHA-FOLHA-ANTERIOR.
           PERFORM LER-FOLHA-PARA-COPIA.

       CONFERE-CHECKPOINT-ANTERIOR.
      *    Checkpoint EM EXECUCAO do mesmo mes = a rodada anterior
      *    caiu no meio; CONCLUIDA do mesmo mes = folha ja fechada
           SET FECHAMENTO-NOVO TO TRUE.
           OPEN INPUT ARQUIVO-CHECKPOINT-74.
           IF CHECKPOINT-74-FILE-STATUS = "00"
               READ ARQUIVO-CHECKPOINT-74
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM AVALIA-CHECKPOINT-ANTERIOR
               END-READ
           END-IF.
           CLOSE ARQUIVO-CHECKPOINT-74.

       AVALIA-CHECKPOINT-ANTERIOR.
           IF CKP74-SITUACAO = "EM EXECUCAO"
               IF CKP74-MES-FOLHA = MES-DA-FOLHA
                   PERFORM RESTAURA-CHECKPOINT
               ELSE
                   DISPLAY "FECHAMENTO DO MES " CKP74-MES-FOLHA
                       " NAO TERMINOU - RETOMAR ESSE MES ANTES DE "
                       "FECHAR O " MES-DA-FOLHA
                   SET FECHAMENTO-RECUSADO TO TRUE
               END-IF
           ELSE
               IF CKP74-MES-FOLHA = MES-DA-FOLHA
                   PERFORM PERGUNTA-REABERTURA
               END-IF
           END-IF.

       RESTAURA-CHECKPOINT.
      *    Volta a posicao e os totais do ultimo checkpoint
           SET FECHAMENTO-RETOMADO TO TRUE.
           MOVE CKP74-ULTIMO-CODIGO TO CODIGO-DE-RETOMADA.
           MOVE CKP74-ULTIMO-CODIGO TO ULTIMO-CODIGO-PROCESSADO.
           MOVE CKP74-TOTAL-PAGOS TO TOTAL-PAGOS.
           MOVE CKP74-TOTAL-BRUTO-PAGO TO TOTAL-BRUTO-PAGO.
           MOVE CKP74-TOTAL-DESCONTOS TO TOTAL-DESCONTOS.
           MOVE CKP74-TOTAL-LIQUIDO-PAGO TO TOTAL-LIQUIDO-PAGO.
           MOVE CKP74-TOTAL-PENSOES TO TOTAL-PENSOES.
           MOVE CKP74-TOTAL-BRUTO-CADASTRO TO TOTAL-BRUTO-CADASTRO.
           MOVE CKP74-TOTAL-FGTS TO TOTAL-FGTS.
           MOVE CKP74-TOTAL-PREVIDENCIA-EMPRESA
               TO TOTAL-PREVIDENCIA-EMPRESA.
           MOVE CKP74-QTDE-DEPARTAMENTOS TO QTDE-DEPARTAMENTOS.
           MOVE CKP74-DEPARTAMENTOS TO TABELA-DEPARTAMENTOS.
           DISPLAY "FECHAMENTO DO MES " MES-DA-FOLHA
               " NAO TERMINOU - RETOMANDO DEPOIS DO CODIGO "
               CODIGO-DE-RETOMADA.

       PERGUNTA-REABERTURA.
      *    Folha do mes ja fechada so e refeita com a reabertura
      *    explicita do operador
           DISPLAY "FOLHA DO MES " MES-DA-FOLHA " JA FECHADA EM "
               CKP74-DATA.
           DISPLAY "REABRIR O FECHAMENTO DO MES? (S/N)".
           MOVE "N" TO RESPOSTA-REABERTURA.
           ACCEPT RESPOSTA-REABERTURA.
           IF RESPOSTA-REABERTURA = "S"
               SET FECHAMENTO-REABERTO TO TRUE
               DISPLAY "FECHAMENTO REABERTO - FOLHA DO MES REFEITA "
                   "DO COMECO"
           ELSE
               SET FECHAMENTO-RECUSADO TO TRUE
               DISPLAY "FECHAMENTO RECUSADO - FOLHA DO MES JA FECHADA"
           END-IF.

       GRAVA-CHECKPOINT-74.
      *    Regrava o checkpoint do zero com o ultimo codigo
      *    processado e os totais ate ele, como o prog67.ckp
           OPEN OUTPUT ARQUIVO-CHECKPOINT-74.
           MOVE SPACE TO LINHA-CHECKPOINT-74.
           MOVE "EM EXECUCAO" TO CKP74-SITUACAO.
           PERFORM MONTA-CHECKPOINT-74.
           WRITE LINHA-CHECKPOINT-74.
           CLOSE ARQUIVO-CHECKPOINT-74.

       MONTA-CHECKPOINT-74.
           MOVE MES-DA-FOLHA TO CKP74-MES-FOLHA.
           MOVE ULTIMO-CODIGO-PROCESSADO TO CKP74-ULTIMO-CODIGO.
           MOVE DATA-EXECUCAO TO CKP74-DATA.
           MOVE TOTAL-PAGOS TO CKP74-TOTAL-PAGOS.
           MOVE TOTAL-BRUTO-PAGO TO CKP74-TOTAL-BRUTO-PAGO.
           MOVE TOTAL-DESCONTOS TO CKP74-TOTAL-DESCONTOS.
           MOVE TOTAL-LIQUIDO-PAGO TO CKP74-TOTAL-LIQUIDO-PAGO.
           MOVE TOTAL-PENSOES TO CKP74-TOTAL-PENSOES.
           MOVE TOTAL-BRUTO-CADASTRO TO CKP74-TOTAL-BRUTO-CADASTRO.
           MOVE TOTAL-FGTS TO CKP74-TOTAL-FGTS.
           MOVE TOTAL-PREVIDENCIA-EMPRESA
               TO CKP74-TOTAL-PREVIDENCIA-EMPRESA.
           MOVE QTDE-DEPARTAMENTOS TO CKP74-QTDE-DEPARTAMENTOS.
           MOVE TABELA-DEPARTAMENTOS TO CKP74-DEPARTAMENTOS.

       MARCA-FECHAMENTO-CONCLUIDO.
           OPEN OUTPUT ARQUIVO-CHECKPOINT-74.
           MOVE SPACE TO LINHA-CHECKPOINT-74.
           MOVE "CONCLUIDA" TO CKP74-SITUACAO.
           PERFORM MONTA-CHECKPOINT-74.
           WRITE LINHA-CHECKPOINT-74.
           CLOSE ARQUIVO-CHECKPOINT-74.
           IF TOTAL-PULADOS-NA-RETOMADA > 0
               DISPLAY "FUNCIONARIOS PULADOS NA RETOMADA (JA "
                   "PROCESSADOS ANTES DA QUEDA): "
                   TOTAL-PULADOS-NA-RETOMADA
           END-IF.

       CONTA-PARA-CHECKPOINT.
      *    A cada intervalo, fecha e reabre os arquivos da folha pra
      *    firmar as linhas gravadas e so entao avanca o checkpoint
           MOVE FUNCIONARIO-CODIGO TO ULTIMO-CODIGO-PROCESSADO.
           ADD 1 TO LIDOS-DESDE-CHECKPOINT.
           IF LIDOS-DESDE-CHECKPOINT >= INTERVALO-DO-CHECKPOINT
               CLOSE ARQUIVO-FOLHA
               CLOSE ARQUIVO-ENCARGO
               CLOSE ARQUIVO-PAGTO-PENSAO
               OPEN EXTEND ARQUIVO-FOLHA
               OPEN EXTEND ARQUIVO-ENCARGO
               OPEN EXTEND ARQUIVO-PAGTO-PENSAO
               PERFORM GRAVA-CHECKPOINT-74
               MOVE 0 TO LIDOS-DESDE-CHECKPOINT
           END-IF.

       APARA-ARQUIVOS-DA-FOLHA.
      *    Linhas de funcionario acima do codigo de retomada foram
      *    gravadas depois do ultimo checkpoint: saem dos 3 arquivos
      *    antes da retomada, que grava essas linhas de novo
           PERFORM APARA-FOLHA.
           PERFORM APARA-ENCARGOS.
           PERFORM APARA-PENSOES.
           IF TOTAL-LINHAS-DESCARTADAS > 0
               DISPLAY "LINHAS GRAVADAS DEPOIS DO CHECKPOINT "
                   "DESCARTADAS: " TOTAL-LINHAS-DESCARTADAS
           END-IF.

       LER-TRABALHO-RETOMADA.
           READ ARQUIVO-TRABALHO-RETOMADA NEXT RECORD
               AT END MOVE "S" TO FIM-TRABALHO-RETOMADA.

       APARA-FOLHA.
           OPEN INPUT ARQUIVO-FOLHA.
           OPEN OUTPUT ARQUIVO-TRABALHO-RETOMADA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-FOLHA-PARA-COPIA.
           PERFORM GUARDA-LINHA-FOLHA-FIRMADA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FOLHA.
           CLOSE ARQUIVO-TRABALHO-RETOMADA.
           OPEN INPUT ARQUIVO-TRABALHO-RETOMADA.
           OPEN OUTPUT ARQUIVO-FOLHA.
           MOVE "N" TO FIM-TRABALHO-RETOMADA.
           PERFORM LER-TRABALHO-RETOMADA.
           PERFORM DEVOLVE-LINHA-FOLHA
               UNTIL FIM-TRABALHO-RETOMADA = "S".
           CLOSE ARQUIVO-TRABALHO-RETOMADA.
           CLOSE ARQUIVO-FOLHA.

       GUARDA-LINHA-FOLHA-FIRMADA.
           IF FOLHA-CODIGO <= CODIGO-DE-RETOMADA
               MOVE LINHA-FOLHA TO LINHA-TRABALHO-RETOMADA
               WRITE LINHA-TRABALHO-RETOMADA
           ELSE
               ADD 1 TO TOTAL-LINHAS-DESCARTADAS
           END-IF.
           PERFORM LER-FOLHA-PARA-COPIA.

       DEVOLVE-LINHA-FOLHA.
           MOVE LINHA-TRABALHO-RETOMADA TO LINHA-FOLHA.
           WRITE LINHA-FOLHA.
           PERFORM LER-TRABALHO-RETOMADA.

       APARA-ENCARGOS.
           OPEN INPUT ARQUIVO-ENCARGO.
           OPEN OUTPUT ARQUIVO-TRABALHO-RETOMADA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-ENCARGO-PARA-APARA.
           PERFORM GUARDA-LINHA-ENCARGO-FIRMADA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ENCARGO.
           CLOSE ARQUIVO-TRABALHO-RETOMADA.
           OPEN INPUT ARQUIVO-TRABALHO-RETOMADA.
           OPEN OUTPUT ARQUIVO-ENCARGO.
           MOVE "N" TO FIM-TRABALHO-RETOMADA.
           PERFORM LER-TRABALHO-RETOMADA.
           PERFORM DEVOLVE-LINHA-ENCARGO
               UNTIL FIM-TRABALHO-RETOMADA = "S".
           CLOSE ARQUIVO-TRABALHO-RETOMADA.
           CLOSE ARQUIVO-ENCARGO.

       LER-ENCARGO-PARA-APARA.
           READ ARQUIVO-ENCARGO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-LINHA-ENCARGO-FIRMADA.
           IF ENCARGO-CODIGO <= CODIGO-DE-RETOMADA
               MOVE LINHA-ENCARGO TO LINHA-TRABALHO-RETOMADA
               WRITE LINHA-TRABALHO-RETOMADA
           ELSE
               ADD 1 TO TOTAL-LINHAS-DESCARTADAS
           END-IF.
           PERFORM LER-ENCARGO-PARA-APARA.

       DEVOLVE-LINHA-ENCARGO.
           MOVE LINHA-TRABALHO-RETOMADA TO LINHA-ENCARGO.
           WRITE LINHA-ENCARGO.
           PERFORM LER-TRABALHO-RETOMADA.

       APARA-PENSOES.
           OPEN INPUT ARQUIVO-PAGTO-PENSAO.
           OPEN OUTPUT ARQUIVO-TRABALHO-RETOMADA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PENSAO-PARA-APARA.
           PERFORM GUARDA-LINHA-PENSAO-FIRMADA
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PAGTO-PENSAO.
           CLOSE ARQUIVO-TRABALHO-RETOMADA.
           OPEN INPUT ARQUIVO-TRABALHO-RETOMADA.
           OPEN OUTPUT ARQUIVO-PAGTO-PENSAO.
           MOVE "N" TO FIM-TRABALHO-RETOMADA.
           PERFORM LER-TRABALHO-RETOMADA.
           PERFORM DEVOLVE-LINHA-PENSAO
               UNTIL FIM-TRABALHO-RETOMADA = "S".
           CLOSE ARQUIVO-TRABALHO-RETOMADA.
           CLOSE ARQUIVO-PAGTO-PENSAO.

       LER-PENSAO-PARA-APARA.
           READ ARQUIVO-PAGTO-PENSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-LINHA-PENSAO-FIRMADA.
           IF PAGPEN-FUNCIONARIO <= CODIGO-DE-RETOMADA
               MOVE LINHA-PAGTO-PENSAO TO LINHA-TRABALHO-RETOMADA
               WRITE LINHA-TRABALHO-RETOMADA
           ELSE
               ADD 1 TO TOTAL-LINHAS-DESCARTADAS
           END-IF.
           PERFORM LER-PENSAO-PARA-APARA.

       DEVOLVE-LINHA-PENSAO.
           MOVE LINHA-TRABALHO-RETOMADA TO LINHA-PAGTO-PENSAO.
           WRITE LINHA-PAGTO-PENSAO.
           PERFORM LER-TRABALHO-RETOMADA.

       MARCA-APROVACAO-PENDENTE.
      *    Folha nova fecha sem aprovacao: a remessa do PROG76 so
      *    roda depois da conferencia do PROG154
           SET APROVACAO-PENDENTE TO TRUE.
           MOVE DATA-EXECUCAO TO APRV-DATA.
           MOVE SPACES TO APRV-OPERADOR.
           SET APRV-FOLHA-MENSAL TO TRUE.
           MOVE MES-DA-FOLHA TO APRV-MES-FOLHA.
           MOVE "N" TO APRV-HISTORICO.
           MOVE OPERADOR-ID TO APRV-OPERADOR-FECHAMENTO.
           ACCEPT APRV-HORA FROM TIME.
           WRITE LINHA-APROVACAO-FOLHA.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

                   TO VALOR-COMISSAO-DO-MES
           END-IF.

       CARREGA-RETROATIVOS-DO-MES.
      *    Os retroativos com pagamento marcado pro mes da folha
      *    entram numa tabela em memoria e viram provento na linha
      *    do funcionario; linha de valor zero so marca o reajuste
           OPEN INPUT ARQUIVO-RETROATIVO.
           MOVE "N" TO FIM-CARTOES.
           PERFORM LER-PROXIMO-RETROATIVO.
           PERFORM GUARDA-RETROATIVO UNTIL FIM-CARTOES = "S".
           CLOSE ARQUIVO-RETROATIVO.

       LER-PROXIMO-RETROATIVO.
           READ ARQUIVO-RETROATIVO NEXT RECORD
               AT END MOVE "S" TO FIM-CARTOES.

       GUARDA-RETROATIVO.
           IF RETRO-AAMM = MES-DA-FOLHA AND RETRO-VALOR > 0
               IF QTDE-RETROATIVOS >= 200
                   DISPLAY "TABELA DE RETROATIVOS CHEIA (200) - "
                       "RETROATIVO DO CODIGO " RETRO-FUNCIONARIO
                       " FICOU FORA"
               ELSE
                   ADD 1 TO QTDE-RETROATIVOS
                   MOVE RETRO-FUNCIONARIO
                       TO RETROATIVO-TAB-CODIGO(QTDE-RETROATIVOS)
                   MOVE RETRO-VALOR
                       TO RETROATIVO-TAB-VALOR(QTDE-RETROATIVOS)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-RETROATIVO.

       BUSCA-RETROATIVO-DO-FUNCIONARIO.
           MOVE ZEROS TO VALOR-RETROATIVO-DO-MES.
           PERFORM SOMA-RETROATIVO-DO-CODIGO
               VARYING INDICE-RETROATIVO FROM 1 BY 1
               UNTIL INDICE-RETROATIVO > QTDE-RETROATIVOS.

       SOMA-RETROATIVO-DO-CODIGO.
           IF RETROATIVO-TAB-CODIGO(INDICE-RETROATIVO)
               = FUNCIONARIO-CODIGO
               ADD RETROATIVO-TAB-VALOR(INDICE-RETROATIVO)
                   TO VALOR-RETROATIVO-DO-MES
           END-IF.

       BUSCA-AJUSTE-DO-FUNCIONARIO.
           MOVE ZEROS TO DESCONTO-AJUSTES.
           PERFORM SOMA-AJUSTE-DO-CODIGO

       PROCESSA-FUNCIONARIO.
      *    O bruto do cadastro inteiro entra no total de conferencia
      *    com o PROG39; so FUNCIONARIO-ATIVO entra no pagamento.
      *    Na retomada, quem ja passou antes da queda e pulado
           IF FUNCIONARIO-CODIGO <= CODIGO-DE-RETOMADA
               AND FECHAMENTO-RETOMADO
               ADD 1 TO TOTAL-PULADOS-NA-RETOMADA
           ELSE
               ADD FUNCIONARIO-SALARIO TO TOTAL-BRUTO-CADASTRO
               IF FUNCIONARIO-ATIVO
                   PERFORM CALCULA-PAGAMENTO
               END-IF
               PERFORM CONTA-PARA-CHECKPOINT
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       CALCULA-PAGAMENTO.
      *    O bruto do mes e o salario mais as horas extras dos
      *    cartoes (hora = salario / 220, extra a 150%), a comissao
      *    e o retroativo de reajuste; e sobre o bruto que as faixas
      *    e os descontos trabalham. A pensao alimenticia sai depois
      *    da previdencia e abate a base do imposto
           PERFORM APURA-CARTOES-DO-MES.
           COMPUTE VALOR-HORA = FUNCIONARIO-SALARIO / 220.
           COMPUTE VALOR-HORAS-EXTRAS = VALOR-HORA * 1.5
               * HORAS-EXTRAS-DO-MES.
           PERFORM BUSCA-COMISSAO-DO-FUNCIONARIO.
           PERFORM BUSCA-RETROATIVO-DO-FUNCIONARIO.
           COMPUTE BRUTO-DO-MES = FUNCIONARIO-SALARIO
               + VALOR-HORAS-EXTRAS + VALOR-COMISSAO-DO-MES
               + VALOR-RETROATIVO-DO-MES.

           PERFORM APURA-PARCELAS-DE-DEPENDENTES.

           PERFORM ESCOLHE-FAIXA-PREVIDENCIA.
           COMPUTE DESCONTO-PREVIDENCIA =
               BRUTO-DO-MES * PERCENTUAL-PREVIDENCIA.
           PERFORM BUSCA-AJUSTE-DO-FUNCIONARIO.
           PERFORM APURA-PENSOES-DO-FUNCIONARIO.
           PERFORM ESCOLHE-FAIXA-IMPOSTO.
           COMPUTE DESCONTO-IMPOSTO =
               BASE-DO-IMPOSTO * PERCENTUAL-IMPOSTO.
           PERFORM LIMITA-PENSOES-AO-DISPONIVEL.
           COMPUTE SALARIO-LIQUIDO = BRUTO-DO-MES
               - DESCONTO-PREVIDENCIA - DESCONTO-IMPOSTO
               - DESCONTO-AJUSTES - DESCONTO-PENSAO
               + VALOR-SALARIO-FAMILIA.
           PERFORM DESCONTA-VALES.
           PERFORM DESCONTA-ADIANTAMENTO.
           PERFORM DESCONTA-EMPRESTIMOS.
           PERFORM CALCULA-ENCARGOS-DA-EMPRESA.

           DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
               FUNCIONARIO-NOME.
               " IMPOSTO: " DESCONTO-IMPOSTO
               " SAL.FAMILIA: " VALOR-SALARIO-FAMILIA
               " LIQUIDO: " SALARIO-LIQUIDO.
           IF DESCONTO-ADIANTAMENTO > 0 OR DESCONTO-EMPRESTIMO > 0
               DISPLAY "  ADIANTAMENTO: " DESCONTO-ADIANTAMENTO
                   " EMPRESTIMO: " DESCONTO-EMPRESTIMO
           END-IF.
           IF DESCONTO-PENSAO > 0
               DISPLAY "  PENSAO ALIMENTICIA: " DESCONTO-PENSAO
           END-IF.
           IF DESCONTO-VALES > 0
               DISPLAY "  VALE-TRANSPORTE: " DESCONTO-VALE-TRANSPORTE
                   " VALE-REFEICAO: " DESCONTO-VALE-REFEICAO
           END-IF.
           IF VALOR-RETROATIVO-DO-MES > 0
               DISPLAY "  RETROATIVO DE REAJUSTE: "
                   VALOR-RETROATIVO-DO-MES
           END-IF.
           DISPLAY "  ENCARGOS DA EMPRESA - FGTS: " VALOR-FGTS
               " PREVIDENCIA PATRONAL: " VALOR-PREVIDENCIA-EMPRESA.

           ADD 1 TO TOTAL-PAGOS.
           ADD BRUTO-DO-MES TO TOTAL-BRUTO-PAGO.
           ADD DESCONTO-PREVIDENCIA TO TOTAL-DESCONTOS.
           ADD DESCONTO-IMPOSTO TO TOTAL-DESCONTOS.
           ADD DESCONTO-AJUSTES TO TOTAL-DESCONTOS.
           ADD DESCONTO-PENSAO TO TOTAL-DESCONTOS.
           ADD DESCONTO-PENSAO TO TOTAL-PENSOES.
           ADD DESCONTO-ADIANTAMENTO TO TOTAL-DESCONTOS.
           ADD DESCONTO-EMPRESTIMO TO TOTAL-DESCONTOS.
           ADD DESCONTO-VALES TO TOTAL-DESCONTOS.
           ADD SALARIO-LIQUIDO TO TOTAL-LIQUIDO-PAGO.
           ADD VALOR-FGTS TO TOTAL-FGTS.
           ADD VALOR-PREVIDENCIA-EMPRESA TO TOTAL-PREVIDENCIA-EMPRESA.

           PERFORM ACUMULA-DEPARTAMENTO.
           PERFORM GRAVA-LINHA-FOLHA.
           PERFORM GRAVA-LINHA-ENCARGO.
           PERFORM GRAVA-PAGTO-PENSAO
               VARYING INDICE-PENSAO FROM 1 BY 1
               UNTIL INDICE-PENSAO > QTDE-PENSOES.

       APURA-PENSOES-DO-FUNCIONARIO.
      *    Cada ordem judicial do funcionario em vigor no mes da
      *    folha, pela chave composta funcionario + sequencia; a
      *    soma abate a base do imposto, que nunca fica negativa
           MOVE 0 TO QTDE-PENSOES.
           MOVE ZEROS TO DESCONTO-PENSAO.
           COMPUTE BASE-DA-PENSAO = BRUTO-DO-MES
               - DESCONTO-PREVIDENCIA - DESCONTO-AJUSTES.
           IF BASE-DA-PENSAO < 0
               MOVE ZERO TO BASE-DA-PENSAO
           END-IF.
           MOVE "N" TO FIM-PENSOES.
           MOVE FUNCIONARIO-CODIGO TO PENSAO-FUNCIONARIO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PENSOES
           END-START.
           PERFORM APURA-UMA-PENSAO UNTIL FIM-PENSOES = "S".
           COMPUTE BASE-DO-IMPOSTO = BASE-DO-IMPOSTO
               - DESCONTO-PENSAO.
           IF BASE-DO-IMPOSTO < 0
               MOVE ZERO TO BASE-DO-IMPOSTO
           END-IF.

       APURA-UMA-PENSAO.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PENSOES
           END-READ.
           IF FIM-PENSOES = "N"
               IF PENSAO-FUNCIONARIO = FUNCIONARIO-CODIGO
                   IF PENSAO-INICIO-AAMM <= MES-DA-FOLHA
                       AND (PENSAO-DATA-FIM = 0
                           OR PENSAO-FIM-AAMM >= MES-DA-FOLHA)
                       PERFORM CALCULA-VALOR-DA-PENSAO
                   END-IF
               ELSE
                   MOVE "S" TO FIM-PENSOES
               END-IF
           END-IF.

       CALCULA-VALOR-DA-PENSAO.
      *    Percentual da ordem guardado com 2 decimais (3000 = 30%)
           EVALUATE TRUE
               WHEN PENSAO-SOBRE-LIQUIDO
                   COMPUTE VALOR-DA-PENSAO ROUNDED =
                       BASE-DA-PENSAO * PENSAO-PERCENTUAL / 100
               WHEN PENSAO-SOBRE-BRUTO
                   COMPUTE VALOR-DA-PENSAO ROUNDED =
                       BRUTO-DO-MES * PENSAO-PERCENTUAL / 100
               WHEN OTHER
                   MOVE PENSAO-VALOR-FIXO TO VALOR-DA-PENSAO
           END-EVALUATE.
           IF QTDE-PENSOES >= 10
               DISPLAY "  MAIS DE 10 ORDENS DE PENSAO - ORDEM "
                   PENSAO-SEQUENCIA " NAO APLICADA"
           ELSE
               ADD 1 TO QTDE-PENSOES
               MOVE PENSAO-SEQUENCIA
                   TO PENSAO-TAB-SEQUENCIA(QTDE-PENSOES)
               MOVE PENSAO-BENEFICIARIO
                   TO PENSAO-TAB-BENEFICIARIO(QTDE-PENSOES)
               MOVE PENSAO-CPF-BENEFICIARIO
                   TO PENSAO-TAB-CPF(QTDE-PENSOES)
               MOVE PENSAO-BANCO TO PENSAO-TAB-BANCO(QTDE-PENSOES)
               MOVE PENSAO-AGENCIA
                   TO PENSAO-TAB-AGENCIA(QTDE-PENSOES)
               MOVE PENSAO-CONTA TO PENSAO-TAB-CONTA(QTDE-PENSOES)
               MOVE PENSAO-PROCESSO
                   TO PENSAO-TAB-PROCESSO(QTDE-PENSOES)
               MOVE VALOR-DA-PENSAO
                   TO PENSAO-TAB-VALOR(QTDE-PENSOES)
               ADD VALOR-DA-PENSAO TO DESCONTO-PENSAO
           END-IF.

       LIMITA-PENSOES-AO-DISPONIVEL.
      *    A pensao nao passa do que sobra do bruto depois da
      *    previdencia, do imposto e do afastamento; o corte sai
      *    das ultimas ordens
           COMPUTE DISPONIVEL-PARA-PENSAO = BRUTO-DO-MES
               - DESCONTO-PREVIDENCIA - DESCONTO-IMPOSTO
               - DESCONTO-AJUSTES.
           IF DISPONIVEL-PARA-PENSAO < 0
               MOVE ZERO TO DISPONIVEL-PARA-PENSAO
           END-IF.
           IF DESCONTO-PENSAO > DISPONIVEL-PARA-PENSAO
               DISPLAY "  PENSAO " DESCONTO-PENSAO
                   " MAIOR QUE O DISPONIVEL - LIMITADA A "
                   DISPONIVEL-PARA-PENSAO
               MOVE ZEROS TO DESCONTO-PENSAO
               PERFORM LIMITA-UMA-PENSAO
                   VARYING INDICE-PENSAO FROM 1 BY 1
                   UNTIL INDICE-PENSAO > QTDE-PENSOES
           END-IF.

       LIMITA-UMA-PENSAO.
           IF PENSAO-TAB-VALOR(INDICE-PENSAO) > DISPONIVEL-PARA-PENSAO
               MOVE DISPONIVEL-PARA-PENSAO
                   TO PENSAO-TAB-VALOR(INDICE-PENSAO)
           END-IF.
           SUBTRACT PENSAO-TAB-VALOR(INDICE-PENSAO)
               FROM DISPONIVEL-PARA-PENSAO.
           ADD PENSAO-TAB-VALOR(INDICE-PENSAO) TO DESCONTO-PENSAO.

       DESCONTA-VALES.
      *    A parte do funcionario nos vales pedidos pelo PROG224 com
      *    o mes da folha sai do liquido; o que passar do liquido
      *    fica sem desconto
           MOVE ZEROS TO DESCONTO-VALE-TRANSPORTE.
           MOVE ZEROS TO DESCONTO-VALE-REFEICAO.
           MOVE MES-DA-FOLHA TO VALEMES-AAMM.
           MOVE FUNCIONARIO-CODIGO TO VALEMES-FUNCIONARIO.
           SET VALEMES-VALE-TRANSPORTE TO TRUE.
           READ ARQUIVO-VALES-MES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE TETO-VALE-TRANSPORTE ROUNDED =
                       FUNCIONARIO-SALARIO
                       * PERCENTUAL-TETO-VALE-TRANSPORTE
                   IF VALEMES-VALOR-TOTAL < TETO-VALE-TRANSPORTE
                       MOVE VALEMES-VALOR-TOTAL
                           TO DESCONTO-VALE-TRANSPORTE
                   ELSE
                       MOVE TETO-VALE-TRANSPORTE
                           TO DESCONTO-VALE-TRANSPORTE
                   END-IF
           END-READ.
           MOVE MES-DA-FOLHA TO VALEMES-AAMM.
           MOVE FUNCIONARIO-CODIGO TO VALEMES-FUNCIONARIO.
           SET VALEMES-VALE-REFEICAO TO TRUE.
           READ ARQUIVO-VALES-MES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE DESCONTO-VALE-REFEICAO ROUNDED =
                       VALEMES-VALOR-TOTAL
                       * PERCENTUAL-PARTE-VALE-REFEICAO
           END-READ.
           COMPUTE DESCONTO-VALES = DESCONTO-VALE-TRANSPORTE
               + DESCONTO-VALE-REFEICAO.
           IF DESCONTO-VALES > SALARIO-LIQUIDO
               DISPLAY "  VALES " DESCONTO-VALES
                   " MAIOR QUE O LIQUIDO - SEM DESCONTO DE VALE"
               MOVE ZEROS TO DESCONTO-VALE-TRANSPORTE
               MOVE ZEROS TO DESCONTO-VALE-REFEICAO
               MOVE ZEROS TO DESCONTO-VALES
           END-IF.
           SUBTRACT DESCONTO-VALES FROM SALARIO-LIQUIDO.

       DESCONTA-ADIANTAMENTO.
      *    O adiantamento pago pelo PROG218 com o mes da folha sai do
      *    liquido; o que passar do liquido fica sem desconto
           MOVE ZEROS TO DESCONTO-ADIANTAMENTO.
           MOVE FUNCIONARIO-CODIGO TO ADIANT-FUNCIONARIO.
           READ ARQUIVO-ADIANTAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ADIANT-ULTIMO-MES-PAGO = MES-DA-FOLHA
                       MOVE ADIANT-VALOR-PAGO TO DESCONTO-ADIANTAMENTO
                   END-IF
           END-READ.
           IF DESCONTO-ADIANTAMENTO > SALARIO-LIQUIDO
               DISPLAY "  ADIANTAMENTO " DESCONTO-ADIANTAMENTO
                   " MAIOR QUE O LIQUIDO - DESCONTADO "
                   SALARIO-LIQUIDO
               MOVE SALARIO-LIQUIDO TO DESCONTO-ADIANTAMENTO
           END-IF.
           SUBTRACT DESCONTO-ADIANTAMENTO FROM SALARIO-LIQUIDO.

       DESCONTA-EMPRESTIMOS.
      *    Cada emprestimo do funcionario, pela chave composta
      *    funcionario + sequencia
           MOVE ZEROS TO DESCONTO-EMPRESTIMO.
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE FUNCIONARIO-CODIGO TO EMPREST-FUNCIONARIO.
           MOVE ZEROS TO EMPREST-SEQUENCIA.
           START ARQUIVO-EMPRESTIMO KEY IS NOT LESS THAN EMPREST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-START.
           PERFORM DESCONTA-UM-EMPRESTIMO UNTIL FIM-EMPRESTIMOS = "S".

       DESCONTA-UM-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
           END-READ.
           IF FIM-EMPRESTIMOS = "N"
               IF EMPREST-FUNCIONARIO = FUNCIONARIO-CODIGO
                   PERFORM APURA-PARCELA-DO-EMPRESTIMO
               ELSE
                   MOVE "S" TO FIM-EMPRESTIMOS
               END-IF
           END-IF.

       APURA-PARCELA-DO-EMPRESTIMO.
      *    Parcela ja contada neste mes (fechamento refeito) so se
      *    repete; emprestimo em aberto conta a parcela do mes
           IF EMPREST-ULTIMO-MES-DESCONTADO = MES-DA-FOLHA
               IF EMPREST-ULTIMA-PARCELA > SALARIO-LIQUIDO
                   DISPLAY "  PARCELA JA CONTADA DO EMPRESTIMO "
                       EMPREST-SEQUENCIA " NAO CABE NO LIQUIDO - "
                       "ACERTAR NO EMPRESTIMO"
               ELSE
                   ADD EMPREST-ULTIMA-PARCELA TO DESCONTO-EMPRESTIMO
                   SUBTRACT EMPREST-ULTIMA-PARCELA
                       FROM SALARIO-LIQUIDO
               END-IF
           ELSE
               IF EMPRESTIMO-ABERTO
                   AND EMPREST-ULTIMO-MES-DESCONTADO < MES-DA-FOLHA
                   PERFORM CONTA-PARCELA-DO-MES
               END-IF
           END-IF.

       CONTA-PARCELA-DO-MES.
      *    A ultima parcela leva o resto do principal
           IF EMPREST-PARCELAS-PAGAS + 1 >= EMPREST-QTDE-PARCELAS
               COMPUTE VALOR-DA-PARCELA = EMPREST-VALOR-PRINCIPAL
                   - EMPREST-VALOR-DESCONTADO
           ELSE
               MOVE EMPREST-VALOR-PARCELA TO VALOR-DA-PARCELA
           END-IF.
           IF VALOR-DA-PARCELA > SALARIO-LIQUIDO
               DISPLAY "  PARCELA " VALOR-DA-PARCELA
                   " DO EMPRESTIMO " EMPREST-SEQUENCIA
                   " NAO CABE NO LIQUIDO - NAO DESCONTADA NO MES"
           ELSE
               ADD 1 TO EMPREST-PARCELAS-PAGAS
               ADD VALOR-DA-PARCELA TO EMPREST-VALOR-DESCONTADO
               MOVE MES-DA-FOLHA TO EMPREST-ULTIMO-MES-DESCONTADO
               MOVE VALOR-DA-PARCELA TO EMPREST-ULTIMA-PARCELA
               IF EMPREST-PARCELAS-PAGAS >= EMPREST-QTDE-PARCELAS
                   SET EMPRESTIMO-QUITADO TO TRUE
               END-IF
               REWRITE EMPREST-REGISTRO
                   INVALID KEY
                       DISPLAY "  ERRO AO REGRAVAR O EMPRESTIMO "
                           EMPREST-SEQUENCIA " - PARCELA NAO "
                           "DESCONTADA"
                   NOT INVALID KEY
                       ADD VALOR-DA-PARCELA TO DESCONTO-EMPRESTIMO
                       SUBTRACT VALOR-DA-PARCELA FROM SALARIO-LIQUIDO
                       IF EMPRESTIMO-QUITADO
                           DISPLAY "  EMPRESTIMO " EMPREST-SEQUENCIA
                               " QUITADO NESTA FOLHA"
                       END-IF
               END-REWRITE
           END-IF.

       CALCULA-ENCARGOS-DA-EMPRESA.
      *    A base dos encargos e a remuneracao do mes: o bruto menos
      *    os dias de afastamento descontados; salario-familia nao
      *    entra
           IF BRUTO-DO-MES > DESCONTO-AJUSTES
               COMPUTE BASE-DOS-ENCARGOS = BRUTO-DO-MES
                   - DESCONTO-AJUSTES
           ELSE
               MOVE ZEROS TO BASE-DOS-ENCARGOS
           END-IF.
           COMPUTE VALOR-FGTS ROUNDED =
               BASE-DOS-ENCARGOS * PERCENTUAL-FGTS.
           COMPUTE VALOR-PREVIDENCIA-EMPRESA ROUNDED =
               BASE-DOS-ENCARGOS * PERCENTUAL-PREVIDENCIA-EMPRESA.

       APURA-PARCELAS-DE-DEPENDENTES.
      *    Salario-familia: cota por dependente com menos de 14 anos
           ADD 1 TO DEPTO-QTDE(INDICE-ACHADO).
           ADD BRUTO-DO-MES TO DEPTO-TOTAL-BRUTO(INDICE-ACHADO).
           ADD SALARIO-LIQUIDO TO DEPTO-TOTAL-LIQUIDO(INDICE-ACHADO).
           ADD VALOR-FGTS TO DEPTO-TOTAL-FGTS(INDICE-ACHADO).
           ADD VALOR-PREVIDENCIA-EMPRESA
               TO DEPTO-TOTAL-PREV-EMPRESA(INDICE-ACHADO).

       LOCALIZA-DEPARTAMENTO.
      *    Procura FUNCIONARIO-DEPARTAMENTO na tabela ja acumulada
           MOVE BRUTO-DO-MES TO FOLHA-SALARIO-BRUTO.
           MOVE VALOR-HORAS-EXTRAS TO FOLHA-VALOR-HORAS-EXTRAS.
           MOVE VALOR-COMISSAO-DO-MES TO FOLHA-VALOR-COMISSAO.
           MOVE VALOR-RETROATIVO-DO-MES TO FOLHA-VALOR-RETROATIVO.
           MOVE VALOR-SALARIO-FAMILIA TO FOLHA-SALARIO-FAMILIA.
           MOVE VALOR-DEDUCAO-DEPENDENTES
               TO FOLHA-DEDUCAO-DEPENDENTES.
           MOVE DESCONTO-AJUSTES TO FOLHA-DESCONTO-AJUSTES.
           MOVE DESCONTO-ADIANTAMENTO
               TO FOLHA-DESCONTO-ADIANTAMENTO.
           MOVE DESCONTO-EMPRESTIMO TO FOLHA-DESCONTO-EMPRESTIMO.
           MOVE DESCONTO-PENSAO TO FOLHA-DESCONTO-PENSAO.
           MOVE DESCONTO-VALE-TRANSPORTE
               TO FOLHA-DESCONTO-VALE-TRANSPORTE.
           MOVE DESCONTO-VALE-REFEICAO
               TO FOLHA-DESCONTO-VALE-REFEICAO.
           MOVE DESCONTO-PREVIDENCIA TO FOLHA-DESCONTO-PREVIDENCIA.
           MOVE DESCONTO-IMPOSTO TO FOLHA-DESCONTO-IMPOSTO.
           MOVE SALARIO-LIQUIDO TO FOLHA-SALARIO-LIQUIDO.
           WRITE LINHA-FOLHA.

       GRAVA-LINHA-ENCARGO.
           MOVE SPACE TO LINHA-ENCARGO.
           MOVE MES-DA-FOLHA TO ENCARGO-MES-FOLHA.
           MOVE FUNCIONARIO-CODIGO TO ENCARGO-CODIGO.
           MOVE FUNCIONARIO-NOME TO ENCARGO-NOME.
           MOVE FUNCIONARIO-CPF TO ENCARGO-CPF.
           MOVE FUNCIONARIO-DEPARTAMENTO TO ENCARGO-DEPARTAMENTO.
           MOVE BASE-DOS-ENCARGOS TO ENCARGO-BASE.
           MOVE VALOR-FGTS TO ENCARGO-FGTS.
           MOVE VALOR-PREVIDENCIA-EMPRESA
               TO ENCARGO-PREVIDENCIA-EMPRESA.
           MOVE DESCONTO-PREVIDENCIA TO ENCARGO-PREVIDENCIA-RETIDA.
           WRITE LINHA-ENCARGO.

       GRAVA-PAGTO-PENSAO.
           IF PENSAO-TAB-VALOR(INDICE-PENSAO) > 0
               MOVE SPACE TO LINHA-PAGTO-PENSAO
               MOVE MES-DA-FOLHA TO PAGPEN-MES-FOLHA
               MOVE FUNCIONARIO-CODIGO TO PAGPEN-FUNCIONARIO
               MOVE PENSAO-TAB-SEQUENCIA(INDICE-PENSAO)
                   TO PAGPEN-SEQUENCIA
               MOVE PENSAO-TAB-BENEFICIARIO(INDICE-PENSAO)
                   TO PAGPEN-BENEFICIARIO
               MOVE PENSAO-TAB-CPF(INDICE-PENSAO) TO PAGPEN-CPF
               MOVE PENSAO-TAB-BANCO(INDICE-PENSAO) TO PAGPEN-BANCO
               MOVE PENSAO-TAB-AGENCIA(INDICE-PENSAO)
                   TO PAGPEN-AGENCIA
               MOVE PENSAO-TAB-CONTA(INDICE-PENSAO) TO PAGPEN-CONTA
               MOVE PENSAO-TAB-VALOR(INDICE-PENSAO) TO PAGPEN-VALOR
               MOVE PENSAO-TAB-PROCESSO(INDICE-PENSAO)
                   TO PAGPEN-PROCESSO
               WRITE LINHA-PAGTO-PENSAO
           END-IF.

       IMPRIME-SUBTOTAIS.
           DISPLAY "-------------------------------------------------".
           DISPLAY "SUBTOTAIS POR DEPARTAMENTO".
           DISPLAY "TOTAL BRUTO PAGO: " TOTAL-BRUTO-PAGO.
           DISPLAY "TOTAL DE DESCONTOS: " TOTAL-DESCONTOS.
           DISPLAY "TOTAL LIQUIDO PAGO: " TOTAL-LIQUIDO-PAGO.
           DISPLAY "TOTAL PENSAO ALIMENTICIA: " TOTAL-PENSOES.
           DISPLAY "TOTAL FGTS DA EMPRESA: " TOTAL-FGTS.
           DISPLAY "TOTAL PREVIDENCIA PATRONAL: "
               TOTAL-PREVIDENCIA-EMPRESA.
           DISPLAY "TOTAL BRUTO DO CADASTRO (CONFERE COM O PROG39): "
               TOTAL-BRUTO-CADASTRO.

               " QTDE: " DEPTO-QTDE(INDICE-DEPARTAMENTO)
               " BRUTO: " DEPTO-TOTAL-BRUTO(INDICE-DEPARTAMENTO)
               " LIQUIDO: " DEPTO-TOTAL-LIQUIDO(INDICE-DEPARTAMENTO).
           DISPLAY "   FGTS: " DEPTO-TOTAL-FGTS(INDICE-DEPARTAMENTO)
               " PREVIDENCIA PATRONAL: "
               DEPTO-TOTAL-PREV-EMPRESA(INDICE-DEPARTAMENTO).

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
