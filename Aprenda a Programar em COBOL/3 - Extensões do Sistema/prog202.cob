       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG202.
      *    Programa de Manutencao do Plano de Contas
      *    A contabilizacao diaria do PROG145 montava a conta na hora
      *    (CLIENTE, CAIXA, RC + filial, centro de custo do
      *    departamento) e nada dizia se a conta existia. Mantem
      *    plano_contas.dat, indexado por PLANO-CONTA, com a mesma
      *    estrutura de Adicionar/Modificar/Inativar do cadastro de
      *    grupos economicos do PROG186: descricao, tipo (Ativo/
      *    Passivo/Receita/Despesa), se aceita lancamento (Analitica)
      *    ou so agrupa (Sintetica) e a conta pai pra totalizacao. A
      *    conta pai tem de existir e ser Sintetica. Conta nao e
      *    excluida: a opcao (I)nativar deixa de aceitar lancamento
      *    sem perder o que ja foi lancado.
      *    A opcao (G)erar contas em uso grava as que faltarem entre
      *    as contas que os programas ja lancam - as 4 sinteticas de
      *    topo (ATIVO, PASSIV, RECEIT, DESPES), CAIXA, CLIENT,
      *    PERDAS, RECUPE, a transitoria SUSPEN, a receita RC de cada
      *    filial de filiais.dat e o centro de custo de cada
      *    departamento de departamentos.dat. Conta que ja existe nao
      *    e tocada.
      *    A opcao (G) passou a gravar tambem as contas do
      *    imobilizado (PROG206/PROG207): IMOBIL, a redutora DEPACU,
      *    GANIMO e PERIMO.
      *    A opcao (G) grava tambem RESACU (lucros ou prejuizos
      *    acumulados, usada na virada do ano pelo PROG209) e as
      *    sinteticas CUSMER (custo das mercadorias) e PESSOA (folha)
      *    abaixo de DESPES, que separam os grupos de despesa da DRE
      *    do PROG210; o centro de custo de departamento passa a ser
      *    gerado abaixo de PESSOA. Centro de custo gerado antes
      *    continua abaixo de DESPES ate ser mudado pela opcao (M).
      *    A opcao (G) grava tambem as contas da apuracao do ICMS
      *    do PROG211: ICMSRE (ICMS a recolher) e ICMSVE (ICMS sobre
      *    vendas, redutora da receita).
      *    A opcao (G) grava tambem os encargos da folha a recolher
      *    do PROG213: FGTSRE (FGTS) e INSSRE (previdencia).
      *    A opcao (G) grava tambem as provisoes da folha do
      *    PROG214: PROV13 (13o a pagar) e PROVFE (ferias a pagar).
      *    A opcao (G) grava tambem EMPRES (emprestimos consignados
      *    a funcionarios), baixada pelas parcelas da folha no
      *    PROG145.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    A opcao (G) grava tambem CARTAO (vendas de balcao no
      *    cartao a receber da administradora, lancadas pelo PROG145)
      *    e TARCHQ (receita da tarifa de cheque devolvido cobrada do
      *    cliente pelo PROG323).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPLANO.cob".
           COPY "SELFILIAL.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPLANO.cob".
           COPY "FDFILIAL.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  PLANO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

      *    Registro em edicao, guardado enquanto a conta pai e lida
       01  PLANO-EM-EDICAO PIC X(51).

       01  CONTA-VALIDA-FLAG PIC X VALUE "N".
           88 CONTA-VALIDA VALUE "S".
           88 CONTA-INVALIDA VALUE "N".

      *    Conta montada pela geracao das contas em uso
       01  CONTA-PADRAO PIC X(6).
       01  DESCRICAO-PADRAO PIC X(30).
       01  TIPO-PADRAO PIC X.
       01  ACEITA-PADRAO PIC X.
       01  PAI-PADRAO PIC X(6).

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-ALTERADOS PIC 9(6) VALUE 0.
       01  TOTAL-INATIVADOS PIC 9(6) VALUE 0.
       01  TOTAL-GERADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "PLANOC".

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

           OPEN I-O ARQUIVO-PLANO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-PLANO UNTIL RESPOSTA = "N".

           DISPLAY "CONTAS ADICIONADAS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "CONTAS ALTERADAS NESTA EXECUCAO: "
               TOTAL-ALTERADOS.
           DISPLAY "CONTAS INATIVADAS NESTA EXECUCAO: "
               TOTAL-INATIVADOS.
           DISPLAY "CONTAS EM USO GERADAS NESTA EXECUCAO: "
               TOTAL-GERADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-PLANO.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-PLANO.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (I)nativar Conta ou "
               "(G)erar contas em uso?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-CONTA
               WHEN "M"
                   PERFORM ALTERA-CONTA
               WHEN "I"
                   PERFORM INATIVA-CONTA
               WHEN "G"
                   PERFORM GERA-CONTAS-EM-USO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar no cadastro? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-CONTA.
           MOVE SPACE TO PLANO-REGISTRO.
           DISPLAY "Informe o Codigo da Conta (6 posicoes):".
           ACCEPT PLANO-CONTA.
           IF PLANO-CONTA = SPACE
               DISPLAY "CODIGO NAO PODE FICAR EM BRANCO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               READ ARQUIVO-PLANO
                   INVALID KEY
                       PERFORM ACEITA-CAMPOS-DA-CONTA
                       SET PLANO-CONTA-ATIVA TO TRUE
                       MOVE DATA-EXECUCAO TO PLANO-DATA-CADASTRO
                       PERFORM GRAVA-NOVA-CONTA
                   NOT INVALID KEY
                       DISPLAY "CONTA " PLANO-CONTA
                           " JA CADASTRADA - " PLANO-DESCRICAO
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-READ
           END-IF.

       GRAVA-NOVA-CONTA.
           PERFORM VALIDA-CAMPOS-DA-CONTA.
           IF CONTA-INVALIDA
               DISPLAY "CONTA NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               WRITE PLANO-REGISTRO
                   INVALID KEY
                       DISPLAY "CONTA " PLANO-CONTA
                           " JA CADASTRADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ADICIONADOS
               END-WRITE
           END-IF.

       ALTERA-CONTA.
      *    Le o registro pela chave e so regrava se ele existir
           DISPLAY "Informe o Codigo da Conta a Alterar:".
           ACCEPT PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   DISPLAY "CONTA " PLANO-CONTA
                       " NAO ENCONTRADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ALTERA-CAMPOS
           END-READ.

       ALTERA-CAMPOS.
           DISPLAY "Conta atual: " PLANO-DESCRICAO " Tipo "
               PLANO-TIPO " Aceita lancamento " PLANO-ACEITA-LANCAMENTO
               " Pai " PLANO-CONTA-PAI.
           PERFORM ACEITA-CAMPOS-DA-CONTA.
           DISPLAY "Nova Situacao (A-Ativa / I-Inativa):".
           ACCEPT PLANO-SITUACAO.
           IF NOT (PLANO-CONTA-ATIVA OR PLANO-CONTA-INATIVA)
               DISPLAY "SITUACAO INVALIDA, ASSUMIDO A-ATIVA"
               SET PLANO-CONTA-ATIVA TO TRUE
           END-IF.

           PERFORM VALIDA-CAMPOS-DA-CONTA.
           IF CONTA-INVALIDA
               DISPLAY "ALTERACAO NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               REWRITE PLANO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR A CONTA "
                           PLANO-CONTA
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ALTERADOS
               END-REWRITE
           END-IF.

       INATIVA-CONTA.
      *    Conta com lancamento nao some do plano: so vira Inativa
           DISPLAY "Informe o Codigo da Conta a Inativar:".
           ACCEPT PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   DISPLAY "CONTA " PLANO-CONTA
                       " NAO ENCONTRADA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-INATIVACAO
           END-READ.

       GRAVA-INATIVACAO.
           IF PLANO-CONTA-INATIVA
               DISPLAY "CONTA " PLANO-CONTA " JA ESTA INATIVA"
           ELSE
               SET PLANO-CONTA-INATIVA TO TRUE
               REWRITE PLANO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO INATIVAR A CONTA "
                           PLANO-CONTA
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-INATIVADOS
                       DISPLAY "CONTA " PLANO-CONTA " INATIVADA"
               END-REWRITE
           END-IF.

       ACEITA-CAMPOS-DA-CONTA.
      *    Comum a inclusao e a alteracao
           DISPLAY "Descricao da Conta:".
           ACCEPT PLANO-DESCRICAO.
           DISPLAY "Tipo (A-Ativo P-Passivo R-Receita D-Despesa):".
           ACCEPT PLANO-TIPO.
           DISPLAY "Aceita lancamento? (S-Analitica / N-Sintetica):".
           ACCEPT PLANO-ACEITA-LANCAMENTO.
           DISPLAY "Conta Pai (ENTER = conta de topo):".
           MOVE SPACES TO PLANO-CONTA-PAI.
           ACCEPT PLANO-CONTA-PAI.

       VALIDA-CAMPOS-DA-CONTA.
           SET CONTA-VALIDA TO TRUE.
           IF PLANO-DESCRICAO = SPACE
               DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO"
               SET CONTA-INVALIDA TO TRUE
           END-IF.
           IF NOT PLANO-TIPO-VALIDO
               DISPLAY "TIPO " PLANO-TIPO " INVALIDO"
               SET CONTA-INVALIDA TO TRUE
           END-IF.
           IF NOT (PLANO-ANALITICA OR PLANO-SINTETICA)
               DISPLAY "ACEITA LANCAMENTO TEM DE SER S OU N"
               SET CONTA-INVALIDA TO TRUE
           END-IF.
           IF PLANO-CONTA-PAI NOT = SPACE
               IF PLANO-CONTA-PAI = PLANO-CONTA
                   DISPLAY "CONTA NAO PODE SER PAI DE SI MESMA"
                   SET CONTA-INVALIDA TO TRUE
               ELSE
                   PERFORM VALIDA-CONTA-PAI
               END-IF
           END-IF.

       VALIDA-CONTA-PAI.
      *    A leitura da pai troca o registro da area; a conta em
      *    edicao e guardada e volta depois
           MOVE PLANO-REGISTRO TO PLANO-EM-EDICAO.
           MOVE PLANO-CONTA-PAI TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   DISPLAY "CONTA PAI " PLANO-CONTA
                       " NAO CADASTRADA"
                   SET CONTA-INVALIDA TO TRUE
               NOT INVALID KEY
                   IF NOT PLANO-SINTETICA
                       DISPLAY "CONTA PAI " PLANO-CONTA
                           " ACEITA LANCAMENTO - SO CONTA SINTETICA "
                           "PODE SER PAI"
                       SET CONTA-INVALIDA TO TRUE
                   END-IF
           END-READ.
           MOVE PLANO-EM-EDICAO TO PLANO-REGISTRO.

       GERA-CONTAS-EM-USO.
           MOVE "ATIVO" TO CONTA-PADRAO.
           MOVE "ATIVO" TO DESCRICAO-PADRAO.
           MOVE "A" TO TIPO-PADRAO.
           MOVE "N" TO ACEITA-PADRAO.
           MOVE SPACES TO PAI-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "PASSIV" TO CONTA-PADRAO.
           MOVE "PASSIVO" TO DESCRICAO-PADRAO.
           MOVE "P" TO TIPO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "RECEIT" TO CONTA-PADRAO.
           MOVE "RECEITAS" TO DESCRICAO-PADRAO.
           MOVE "R" TO TIPO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "DESPES" TO CONTA-PADRAO.
           MOVE "DESPESAS" TO DESCRICAO-PADRAO.
           MOVE "D" TO TIPO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.

           MOVE "S" TO ACEITA-PADRAO.
           MOVE "A" TO TIPO-PADRAO.
           MOVE "ATIVO" TO PAI-PADRAO.
           MOVE "CAIXA" TO CONTA-PADRAO.
           MOVE "CAIXA E BANCOS" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "CLIENT" TO CONTA-PADRAO.
           MOVE "CLIENTES A RECEBER" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "SUSPEN" TO CONTA-PADRAO.
           MOVE "TRANSITORIA - CONTA NAO RESOLVIDA"
               TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "CARTAO" TO CONTA-PADRAO.
           MOVE "CARTOES A RECEBER" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "D" TO TIPO-PADRAO.
           MOVE "DESPES" TO PAI-PADRAO.
           MOVE "PERDAS" TO CONTA-PADRAO.
           MOVE "PERDAS COM DEVEDORES DUVIDOSOS"
               TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "R" TO TIPO-PADRAO.
           MOVE "RECEIT" TO PAI-PADRAO.
           MOVE "RECUPE" TO CONTA-PADRAO.
           MOVE "RECUPERACAO DE PERDAS" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "GANIMO" TO CONTA-PADRAO.
           MOVE "GANHO NA VENDA DE IMOBILIZADO" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "D" TO TIPO-PADRAO.
           MOVE "DESPES" TO PAI-PADRAO.
           MOVE "PERIMO" TO CONTA-PADRAO.
           MOVE "PERDA NA BAIXA DE IMOBILIZADO" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "A" TO TIPO-PADRAO.
           MOVE "ATIVO" TO PAI-PADRAO.
           MOVE "IMOBIL" TO CONTA-PADRAO.
           MOVE "BENS DO IMOBILIZADO (CUSTO)" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "DEPACU" TO CONTA-PADRAO.
           MOVE "(-) DEPRECIACAO ACUMULADA" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "EMPRES" TO CONTA-PADRAO.
           MOVE "EMPRESTIMOS A FUNCIONARIOS" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "P" TO TIPO-PADRAO.
           MOVE "PASSIV" TO PAI-PADRAO.
           MOVE "RESACU" TO CONTA-PADRAO.
           MOVE "LUCROS OU PREJUIZOS ACUMULADOS" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "ICMSRE" TO CONTA-PADRAO.
           MOVE "ICMS A RECOLHER" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "FGTSRE" TO CONTA-PADRAO.
           MOVE "FGTS A RECOLHER" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "INSSRE" TO CONTA-PADRAO.
           MOVE "PREVIDENCIA A RECOLHER" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "PROV13" TO CONTA-PADRAO.
           MOVE "13O SALARIO A PAGAR (PROVISAO)" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "PROVFE" TO CONTA-PADRAO.
           MOVE "FERIAS A PAGAR (PROVISAO)" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "R" TO TIPO-PADRAO.
           MOVE "RECEIT" TO PAI-PADRAO.
           MOVE "ICMSVE" TO CONTA-PADRAO.
           MOVE "(-) ICMS SOBRE VENDAS" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "TARCHQ" TO CONTA-PADRAO.
           MOVE "TARIFA DE CHEQUE DEVOLVIDO" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.

      *    Sinteticas que separam os grupos de despesa da DRE
           MOVE "N" TO ACEITA-PADRAO.
           MOVE "D" TO TIPO-PADRAO.
           MOVE "DESPES" TO PAI-PADRAO.
           MOVE "CUSMER" TO CONTA-PADRAO.
           MOVE "CUSTO DAS MERCADORIAS VENDIDAS" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           MOVE "PESSOA" TO CONTA-PADRAO.
           MOVE "DESPESAS COM PESSOAL (FOLHA)" TO DESCRICAO-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.

           OPEN INPUT ARQUIVO-FILIAL.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-FILIAL.
           PERFORM GERA-CONTA-DA-FILIAL UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FILIAL.

           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-DEPARTAMENTO.
           PERFORM GERA-CONTA-DO-DEPARTAMENTO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DEPARTAMENTO.

       LER-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GERA-CONTA-DA-FILIAL.
      *    Mesma montagem do PROG145: RC + codigo da filial
           MOVE SPACES TO CONTA-PADRAO.
           STRING "RC" DELIMITED BY SIZE
               FILIAL-CODIGO DELIMITED BY SIZE
               INTO CONTA-PADRAO.
           MOVE SPACES TO DESCRICAO-PADRAO.
           STRING "RECEITA " DELIMITED BY SIZE
               FILIAL-NOME DELIMITED BY SIZE
               INTO DESCRICAO-PADRAO.
           MOVE "R" TO TIPO-PADRAO.
           MOVE "S" TO ACEITA-PADRAO.
           MOVE "RECEIT" TO PAI-PADRAO.
           PERFORM GRAVA-CONTA-PADRAO.
           PERFORM LER-PROXIMA-FILIAL.

       LER-PROXIMO-DEPARTAMENTO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GERA-CONTA-DO-DEPARTAMENTO.
           IF DEPARTAMENTO-CENTRO-CUSTO NOT = SPACE
               MOVE DEPARTAMENTO-CENTRO-CUSTO TO CONTA-PADRAO
               MOVE SPACES TO DESCRICAO-PADRAO
               STRING "CUSTO " DELIMITED BY SIZE
                   DEPARTAMENTO-NOME DELIMITED BY SIZE
                   INTO DESCRICAO-PADRAO
               MOVE "D" TO TIPO-PADRAO
               MOVE "S" TO ACEITA-PADRAO
               MOVE "PESSOA" TO PAI-PADRAO
               PERFORM GRAVA-CONTA-PADRAO
           END-IF.
           PERFORM LER-PROXIMO-DEPARTAMENTO.

       GRAVA-CONTA-PADRAO.
      *    Conta que ja existe no plano fica como esta
           MOVE SPACE TO PLANO-REGISTRO.
           MOVE CONTA-PADRAO TO PLANO-CONTA.
           MOVE DESCRICAO-PADRAO TO PLANO-DESCRICAO.
           MOVE TIPO-PADRAO TO PLANO-TIPO.
           MOVE ACEITA-PADRAO TO PLANO-ACEITA-LANCAMENTO.
           MOVE PAI-PADRAO TO PLANO-CONTA-PAI.
           SET PLANO-CONTA-ATIVA TO TRUE.
           MOVE DATA-EXECUCAO TO PLANO-DATA-CADASTRO.
           WRITE PLANO-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-GERADOS
                   DISPLAY "CONTA " PLANO-CONTA " GERADA - "
                       PLANO-DESCRICAO
           END-WRITE.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de contas adicionadas e geradas nesta rodada;
      *    a linha sai sob a sigla PLANOC (STATUS-PROGRAMA tem 6
      *    posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "PLANOC" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           COMPUTE STATUS-TOTAL-PROCESSADO =
               TOTAL-ADICIONADOS + TOTAL-GERADOS.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
