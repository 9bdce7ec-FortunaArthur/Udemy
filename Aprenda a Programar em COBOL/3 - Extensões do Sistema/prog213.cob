       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG213.
      *    Programa do Recolhimento dos Encargos da Folha
      *    Le encargos_folha.dat, gravado pelo fechamento da folha
      *    do PROG74 com o FGTS e a previdencia patronal de cada
      *    funcionario, e so roda com a folha Mensal daquele mes
      *    APROVADA em folha_aprovacao.dat (PROG154). Gera:
      *    - a remessa do deposito do FGTS no layout fixo do banco,
      *      remessa_fgts.dat: cabecalho com CNPJ e razao social de
      *      dados_emitente.dat e a competencia, 1 detalhe por
      *      funcionario com CPF, nome, remuneracao e deposito, e
      *      rodape com a quantidade e os totais. Funcionario com
      *      CPF zerado fica fora da remessa e sai apontado, como
      *      na remessa de salarios do PROG76;
      *    - o resumo dos encargos a recolher por centro de custo e
      *      no total: o FGTS do deposito e a guia da previdencia
      *      (parte patronal mais a previdencia retida dos
      *      funcionarios);
      *    - o lancamento em lancamentos.dat no ultimo dia do mes:
      *      debito no centro de custo do departamento pelo FGTS e
      *      pela previdencia patronal, credito em FGTSRE (FGTS a
      *      recolher) e INSSRE (previdencia a recolher), historico
      *      "ENCARGOS AAAAMM". O lancamento nao e repetido se o mes
      *      ja tiver encargos lancados, e nao e feito em periodo
      *      fechado (PROG166); a remessa e o resumo podem ser
      *      gerados de novo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELENCARGO.cob".
           COPY "SELAPROVACAO.cob".
           COPY "SELEMITENTE.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELPLANO.cob".
           COPY "SELLANCAMENTO.cob".

           SELECT ARQUIVO-REMESSA-FGTS
           ASSIGN TO "remessa_fgts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDENCARGO.cob".
           COPY "FDAPROVACAO.cob".
           COPY "FDEMITENTE.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDPLANO.cob".
           COPY "FDLANCAMENTO.cob".

       FD ARQUIVO-REMESSA-FGTS.

       01  LINHA-REMESSA-FGTS.
           05 FGTS-TIPO-REGISTRO PIC X.
           05 FGTS-CNPJ PIC 9(14).
           05 FGTS-RAZAO-SOCIAL PIC X(40).
           05 FGTS-COMPETENCIA PIC 9(6).
           05 FGTS-DATA PIC 9(8).
           05 FGTS-CPF PIC 9(11).
           05 FGTS-NOME PIC X(20).
           05 FGTS-REMUNERACAO PIC 9(6)V99.
           05 FGTS-VALOR PIC 9(6)V99.
           05 FGTS-QTDE PIC 9(6).
           05 FGTS-TOTAL-REMUNERACAO PIC 9(10)V99.
           05 FGTS-TOTAL-VALOR PIC 9(10)V99.

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  APROVACAO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  PLANO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  MES-DOS-ENCARGOS.
           05 ENCARGOS-AA PIC 9(4).
           05 ENCARGOS-MM PIC 99.
       01  MES-ENCARGOS-NUMERICO REDEFINES MES-DOS-ENCARGOS
           PIC 9(6).

       01  DATA-DO-LANCAMENTO.
           05 LANCAMENTO-AA PIC 9(4).
           05 LANCAMENTO-MM PIC 99.
           05 LANCAMENTO-DD PIC 99.
       01  DATA-LANCAMENTO-NUMERICA REDEFINES DATA-DO-LANCAMENTO
           PIC 9(8).

       01  PERIODO-RESULTADO-FLAG PIC X VALUE "A".
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".

       01  APROVACAO-OK-FLAG PIC X VALUE "N".
           88 FOLHA-APROVADA VALUE "S".
           88 FOLHA-NAO-APROVADA VALUE "N".

       01  ENCARGOS-LANCADOS-FLAG PIC X VALUE "N".
           88 ENCARGOS-JA-LANCADOS VALUE "S".
           88 ENCARGOS-NAO-LANCADOS VALUE "N".

       01  HISTORICO-PROCURADO PIC X(15).
       01  HISTORICO-LIDO.
           05 HISTORICO-LIDO-PREFIXO PIC X(15).
           05 FILLER PIC X(5).

      *    Encargos do mes por centro de custo
       01  CENTRO-DO-REGISTRO PIC X(6).
       01  QTDE-CENTROS PIC 9(2) VALUE 0.
       01  INDICE-CENTRO PIC 9(2).
       01  CENTRO-ACHADO PIC 9(2) VALUE 0.

       01  TABELA-CENTROS.
           05 CENTRO-ITEM OCCURS 50 TIMES.
               10 CENTRO-TAB-CODIGO PIC X(6).
               10 CENTRO-TAB-FUNCIONARIOS PIC 9(4).
               10 CENTRO-TAB-FGTS PIC 9(9)V99.
               10 CENTRO-TAB-PREV-EMPRESA PIC 9(9)V99.
               10 CENTRO-TAB-PREV-RETIDA PIC 9(9)V99.

       01  CONTA-DO-LANCAMENTO PIC X(6).
       01  HISTORICO-DO-LANCAMENTO PIC X(20).
       01  VALOR-DO-LANCAMENTO PIC 9(9)V99.

       01  VALOR-EXIBIDO PIC ZZZZZZZZ9.99.
       01  TOTAL-EXIBIDO PIC ZZZZZZZZZZ9.99.

       01  TOTAL-FUNCIONARIOS PIC 9(6) VALUE 0.
       01  TOTAL-NA-REMESSA PIC 9(6) VALUE 0.
       01  TOTAL-SEM-CPF PIC 9(6) VALUE 0.
       01  TOTAL-REMUNERACAO PIC 9(10)V99 VALUE 0.
       01  TOTAL-FGTS PIC 9(10)V99 VALUE 0.
       01  TOTAL-REMUNERACAO-REMESSA PIC 9(10)V99 VALUE 0.
       01  TOTAL-FGTS-REMESSA PIC 9(10)V99 VALUE 0.
       01  TOTAL-PREV-EMPRESA PIC 9(10)V99 VALUE 0.
       01  TOTAL-PREV-RETIDA PIC 9(10)V99 VALUE 0.
       01  TOTAL-GUIA-PREVIDENCIA PIC 9(10)V99 VALUE 0.
       01  TOTAL-EXCECOES PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

      *    O mes dos encargos vem da primeira linha do arquivo
           MOVE ZEROS TO MES-ENCARGOS-NUMERICO.
           OPEN INPUT ARQUIVO-ENCARGO.
           READ ARQUIVO-ENCARGO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ENCARGO-MES-FOLHA TO MES-ENCARGOS-NUMERICO
           END-READ.
           CLOSE ARQUIVO-ENCARGO.
           IF MES-ENCARGOS-NUMERICO = 0
               DISPLAY "SEM ENCARGOS DA FOLHA (PROG74) - NADA A "
                   "RECOLHER"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CONFERE-APROVACAO-DA-FOLHA.
           IF FOLHA-NAO-APROVADA
               DISPLAY "FOLHA MENSAL DE " MES-ENCARGOS-NUMERICO
                   " SEM APROVACAO (PROG154) - ENCARGOS NAO "
                   "RECOLHIDOS"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           MOVE SPACES TO EMITENTE-RAZAO-SOCIAL.
           MOVE ZEROS TO EMITENTE-CNPJ.
           OPEN INPUT ARQUIVO-EMITENTE.
           READ ARQUIVO-EMITENTE
               AT END
                   DISPLAY "DADOS DO EMITENTE NAO CADASTRADOS - "
                       "REMESSA DO FGTS SAI SEM O CNPJ"
                   MOVE SPACES TO EMITENTE-RAZAO-SOCIAL
                   MOVE ZEROS TO EMITENTE-CNPJ
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-READ.
           CLOSE ARQUIVO-EMITENTE.

           DISPLAY "ENCARGOS DA FOLHA - COMPETENCIA "
               MES-ENCARGOS-NUMERICO.
           DISPLAY "---------------------------------------------".

           OPEN INPUT ARQUIVO-ENCARGO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN OUTPUT ARQUIVO-REMESSA-FGTS.
           PERFORM GRAVA-CABECALHO-FGTS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ENCARGO.
           PERFORM AVALIA-ENCARGO UNTIL FINAL-ARQUIVO = "S".
           PERFORM GRAVA-RODAPE-FGTS.
           CLOSE ARQUIVO-REMESSA-FGTS.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-ENCARGO.

           PERFORM IMPRIME-RESUMO-DOS-ENCARGOS.

           PERFORM MONTA-ULTIMO-DIA-DO-MES.
           PERFORM LANCA-ENCARGOS-DO-MES.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CONFERE-APROVACAO-DA-FOLHA.
      *    So roda com a folha Mensal do mes dos encargos APROVADA;
      *    arquivo ausente, PENDENTE ou aprovacao de outra folha
      *    barra o recolhimento
           SET FOLHA-NAO-APROVADA TO TRUE.
           OPEN INPUT ARQUIVO-APROVACAO-FOLHA.
           IF APROVACAO-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APROVACAO-CONCEDIDA
                           AND APRV-FOLHA-MENSAL
                           AND APRV-MES-FOLHA = MES-ENCARGOS-NUMERICO
                           SET FOLHA-APROVADA TO TRUE
                           DISPLAY "FOLHA APROVADA POR "
                               APRV-OPERADOR " EM " APRV-DATA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

       LER-PROXIMO-ENCARGO.
           READ ARQUIVO-ENCARGO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-ENCARGO.
           ADD 1 TO TOTAL-FUNCIONARIOS.
           ADD ENCARGO-BASE TO TOTAL-REMUNERACAO.
           ADD ENCARGO-FGTS TO TOTAL-FGTS.
           ADD ENCARGO-PREVIDENCIA-EMPRESA TO TOTAL-PREV-EMPRESA.
           ADD ENCARGO-PREVIDENCIA-RETIDA TO TOTAL-PREV-RETIDA.
           IF ENCARGO-CPF = 0
               DISPLAY "CODIGO " ENCARGO-CODIGO " " ENCARGO-NOME
                   " SEM CPF - FORA DA REMESSA DO FGTS"
               ADD 1 TO TOTAL-SEM-CPF
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               PERFORM GRAVA-DETALHE-FGTS
           END-IF.
           PERFORM ACUMULA-CENTRO-DE-CUSTO.
           PERFORM LER-PROXIMO-ENCARGO.

       ACUMULA-CENTRO-DE-CUSTO.
      *    O departamento da linha guarda o codigo do cadastro (4
      *    posicoes); departamento fora do cadastro cai em CC????
           MOVE ENCARGO-DEPARTAMENTO(1:4) TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "CC????" TO CENTRO-DO-REGISTRO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-CENTRO-CUSTO
                       TO CENTRO-DO-REGISTRO
           END-READ.
           PERFORM LOCALIZA-CENTRO.
           IF CENTRO-ACHADO = 0
               IF QTDE-CENTROS >= 50
                   DISPLAY "TABELA DE CENTROS DE CUSTO CHEIA (50) - "
                       "CENTRO " CENTRO-DO-REGISTRO " FICOU FORA"
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   ADD 1 TO QTDE-CENTROS
                   MOVE QTDE-CENTROS TO CENTRO-ACHADO
                   MOVE CENTRO-DO-REGISTRO
                       TO CENTRO-TAB-CODIGO(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-FUNCIONARIOS(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-FGTS(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-PREV-EMPRESA(CENTRO-ACHADO)
                   MOVE ZEROS TO CENTRO-TAB-PREV-RETIDA(CENTRO-ACHADO)
               END-IF
           END-IF.
           IF CENTRO-ACHADO > 0
               ADD 1 TO CENTRO-TAB-FUNCIONARIOS(CENTRO-ACHADO)
               ADD ENCARGO-FGTS TO CENTRO-TAB-FGTS(CENTRO-ACHADO)
               ADD ENCARGO-PREVIDENCIA-EMPRESA
                   TO CENTRO-TAB-PREV-EMPRESA(CENTRO-ACHADO)
               ADD ENCARGO-PREVIDENCIA-RETIDA
                   TO CENTRO-TAB-PREV-RETIDA(CENTRO-ACHADO)
           END-IF.

       LOCALIZA-CENTRO.
           MOVE 0 TO CENTRO-ACHADO.
           PERFORM COMPARA-CENTRO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS
                  OR CENTRO-ACHADO > 0.

       COMPARA-CENTRO.
           IF CENTRO-TAB-CODIGO(INDICE-CENTRO) = CENTRO-DO-REGISTRO
               MOVE INDICE-CENTRO TO CENTRO-ACHADO
           END-IF.

       GRAVA-CABECALHO-FGTS.
           MOVE SPACE TO LINHA-REMESSA-FGTS.
           MOVE "H" TO FGTS-TIPO-REGISTRO.
           MOVE EMITENTE-CNPJ TO FGTS-CNPJ.
           MOVE EMITENTE-RAZAO-SOCIAL TO FGTS-RAZAO-SOCIAL.
           MOVE MES-ENCARGOS-NUMERICO TO FGTS-COMPETENCIA.
           MOVE DATA-EXECUCAO TO FGTS-DATA.
           WRITE LINHA-REMESSA-FGTS.

       GRAVA-DETALHE-FGTS.
           MOVE SPACE TO LINHA-REMESSA-FGTS.
           MOVE "D" TO FGTS-TIPO-REGISTRO.
           MOVE ENCARGO-CPF TO FGTS-CPF.
           MOVE ENCARGO-NOME TO FGTS-NOME.
           MOVE ENCARGO-BASE TO FGTS-REMUNERACAO.
           MOVE ENCARGO-FGTS TO FGTS-VALOR.
           WRITE LINHA-REMESSA-FGTS.
           ADD 1 TO TOTAL-NA-REMESSA.
           ADD ENCARGO-BASE TO TOTAL-REMUNERACAO-REMESSA.
           ADD ENCARGO-FGTS TO TOTAL-FGTS-REMESSA.

       GRAVA-RODAPE-FGTS.
           MOVE SPACE TO LINHA-REMESSA-FGTS.
           MOVE "T" TO FGTS-TIPO-REGISTRO.
           MOVE TOTAL-NA-REMESSA TO FGTS-QTDE.
           MOVE TOTAL-REMUNERACAO-REMESSA TO FGTS-TOTAL-REMUNERACAO.
           MOVE TOTAL-FGTS-REMESSA TO FGTS-TOTAL-VALOR.
           WRITE LINHA-REMESSA-FGTS.

       IMPRIME-RESUMO-DOS-ENCARGOS.
           DISPLAY "ENCARGOS POR CENTRO DE CUSTO (FGTS / PREVIDENCIA "
               "PATRONAL / PREVIDENCIA RETIDA)".
           PERFORM IMPRIME-CENTRO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS.
           COMPUTE TOTAL-GUIA-PREVIDENCIA = TOTAL-PREV-EMPRESA
               + TOTAL-PREV-RETIDA.
           DISPLAY "---------------------------------------------".
           DISPLAY "FUNCIONARIOS: " TOTAL-FUNCIONARIOS
               "  NA REMESSA DO FGTS: " TOTAL-NA-REMESSA.
           MOVE TOTAL-REMUNERACAO TO TOTAL-EXIBIDO.
           DISPLAY "REMUNERACAO (BASE DOS ENCARGOS): " TOTAL-EXIBIDO.
           MOVE TOTAL-FGTS TO TOTAL-EXIBIDO.
           DISPLAY "FGTS A DEPOSITAR:                " TOTAL-EXIBIDO.
           MOVE TOTAL-FGTS-REMESSA TO TOTAL-EXIBIDO.
           DISPLAY "  FGTS NA REMESSA:               " TOTAL-EXIBIDO.
           MOVE TOTAL-PREV-EMPRESA TO TOTAL-EXIBIDO.
           DISPLAY "PREVIDENCIA PATRONAL:            " TOTAL-EXIBIDO.
           MOVE TOTAL-PREV-RETIDA TO TOTAL-EXIBIDO.
           DISPLAY "PREVIDENCIA RETIDA DOS FUNCIONARIOS: "
               TOTAL-EXIBIDO.
           MOVE TOTAL-GUIA-PREVIDENCIA TO TOTAL-EXIBIDO.
           DISPLAY "GUIA DA PREVIDENCIA A RECOLHER:  " TOTAL-EXIBIDO.
           IF TOTAL-SEM-CPF > 0
               DISPLAY "FUNCIONARIOS FORA DA REMESSA POR CPF ZERADO: "
                   TOTAL-SEM-CPF
           END-IF.

       IMPRIME-CENTRO.
           MOVE CENTRO-TAB-FGTS(INDICE-CENTRO) TO VALOR-EXIBIDO.
           DISPLAY CENTRO-TAB-CODIGO(INDICE-CENTRO) " QTDE: "
               CENTRO-TAB-FUNCIONARIOS(INDICE-CENTRO)
               " FGTS: " VALOR-EXIBIDO.
           MOVE CENTRO-TAB-PREV-EMPRESA(INDICE-CENTRO)
               TO VALOR-EXIBIDO.
           DISPLAY "       PREV.PATRONAL: " VALOR-EXIBIDO.
           MOVE CENTRO-TAB-PREV-RETIDA(INDICE-CENTRO)
               TO VALOR-EXIBIDO.
           DISPLAY "       PREV.RETIDA:   " VALOR-EXIBIDO.

       MONTA-ULTIMO-DIA-DO-MES.
           MOVE ENCARGOS-AA TO LANCAMENTO-AA.
           MOVE ENCARGOS-MM TO LANCAMENTO-MM.
           EVALUATE ENCARGOS-MM
               WHEN 2
                   IF ENCARGOS-AA = (ENCARGOS-AA / 4) * 4
                       MOVE 29 TO LANCAMENTO-DD
                   ELSE
                       MOVE 28 TO LANCAMENTO-DD
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO LANCAMENTO-DD
               WHEN OTHER
                   MOVE 31 TO LANCAMENTO-DD
           END-EVALUATE.

       LANCA-ENCARGOS-DO-MES.
           CALL "PROG166" USING DATA-LANCAMENTO-NUMERICA
               PERIODO-RESULTADO-FLAG.
           IF PERIODO-FECHADO
               DISPLAY "MES " MES-ENCARGOS-NUMERICO " FECHADO - "
                   "ENCARGOS NAO LANCADOS"
           ELSE
               PERFORM VERIFICA-ENCARGOS-LANCADOS
               IF ENCARGOS-JA-LANCADOS
                   DISPLAY "ENCARGOS DE " MES-ENCARGOS-NUMERICO
                       " JA LANCADOS - SEM NOVO LANCAMENTO"
               ELSE
                   PERFORM GRAVA-LANCAMENTOS-DOS-ENCARGOS
               END-IF
           END-IF.

       VERIFICA-ENCARGOS-LANCADOS.
      *    O mes ja foi lancado se ha credito em FGTSRE ou INSSRE
      *    com o historico "ENCARGOS AAAAMM"
           SET ENCARGOS-NAO-LANCADOS TO TRUE.
           MOVE SPACES TO HISTORICO-PROCURADO.
           STRING "ENCARGOS " DELIMITED BY SIZE
               MES-ENCARGOS-NUMERICO DELIMITED BY SIZE
               INTO HISTORICO-PROCURADO.
           OPEN INPUT ARQUIVO-LANCAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-LANCAMENTO.
           PERFORM CONFERE-LANCAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-LANCAMENTO.

       LER-PROXIMO-LANCAMENTO.
           READ ARQUIVO-LANCAMENTO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-LANCAMENTO.
           MOVE LANC-HISTORICO TO HISTORICO-LIDO.
           IF (LANC-CONTA = "FGTSRE" OR LANC-CONTA = "INSSRE")
               AND HISTORICO-LIDO-PREFIXO = HISTORICO-PROCURADO
               SET ENCARGOS-JA-LANCADOS TO TRUE
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               PERFORM LER-PROXIMO-LANCAMENTO
           END-IF.

       GRAVA-LANCAMENTOS-DOS-ENCARGOS.
           OPEN INPUT ARQUIVO-PLANO.
           OPEN EXTEND ARQUIVO-LANCAMENTO.
           PERFORM LANCA-ENCARGOS-DO-CENTRO
               VARYING INDICE-CENTRO FROM 1 BY 1
               UNTIL INDICE-CENTRO > QTDE-CENTROS.
           IF TOTAL-FGTS > 0
               MOVE TOTAL-FGTS TO VALOR-DO-LANCAMENTO
               MOVE SPACES TO HISTORICO-DO-LANCAMENTO
               STRING HISTORICO-PROCURADO DELIMITED BY SIZE
                   " FGTS" DELIMITED BY SIZE
                   INTO HISTORICO-DO-LANCAMENTO
               MOVE "FGTSRE" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           IF TOTAL-PREV-EMPRESA > 0
               MOVE TOTAL-PREV-EMPRESA TO VALOR-DO-LANCAMENTO
               MOVE SPACES TO HISTORICO-DO-LANCAMENTO
               STRING HISTORICO-PROCURADO DELIMITED BY SIZE
                   " INSS" DELIMITED BY SIZE
                   INTO HISTORICO-DO-LANCAMENTO
               MOVE "INSSRE" TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-CREDITO
           END-IF.
           CLOSE ARQUIVO-PLANO.
           CLOSE ARQUIVO-LANCAMENTO.
           DISPLAY "ENCARGOS LANCADOS EM " DATA-LANCAMENTO-NUMERICA.
           IF TOTAL-EXCECOES > 0
               DISPLAY "CONTAS DESVIADAS PRA SUSPEN: " TOTAL-EXCECOES
           END-IF.

       LANCA-ENCARGOS-DO-CENTRO.
           IF CENTRO-TAB-FGTS(INDICE-CENTRO) > 0
               MOVE CENTRO-TAB-FGTS(INDICE-CENTRO)
                   TO VALOR-DO-LANCAMENTO
               MOVE SPACES TO HISTORICO-DO-LANCAMENTO
               STRING HISTORICO-PROCURADO DELIMITED BY SIZE
                   " FGTS" DELIMITED BY SIZE
                   INTO HISTORICO-DO-LANCAMENTO
               MOVE CENTRO-TAB-CODIGO(INDICE-CENTRO)
                   TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
           END-IF.
           IF CENTRO-TAB-PREV-EMPRESA(INDICE-CENTRO) > 0
               MOVE CENTRO-TAB-PREV-EMPRESA(INDICE-CENTRO)
                   TO VALOR-DO-LANCAMENTO
               MOVE SPACES TO HISTORICO-DO-LANCAMENTO
               STRING HISTORICO-PROCURADO DELIMITED BY SIZE
                   " INSS" DELIMITED BY SIZE
                   INTO HISTORICO-DO-LANCAMENTO
               MOVE CENTRO-TAB-CODIGO(INDICE-CENTRO)
                   TO CONTA-DO-LANCAMENTO
               PERFORM VALIDA-CONTA-DO-LANCAMENTO
               PERFORM GRAVA-DEBITO
           END-IF.

       VALIDA-CONTA-DO-LANCAMENTO.
      *    Mesma conferencia do PROG145: o que o plano nao aceita
      *    vai pra SUSPEN e sai apontado
           MOVE CONTA-DO-LANCAMENTO TO PLANO-CONTA.
           READ ARQUIVO-PLANO
               INVALID KEY
                   PERFORM DESVIA-PRA-SUSPENSO
               NOT INVALID KEY
                   IF PLANO-CONTA-INATIVA OR PLANO-SINTETICA
                       PERFORM DESVIA-PRA-SUSPENSO
                   END-IF
           END-READ.

       DESVIA-PRA-SUSPENSO.
           DISPLAY "EXCECAO: CONTA " CONTA-DO-LANCAMENTO
               " NAO ACEITA NO PLANO - " VALOR-DO-LANCAMENTO
               " LANCADO EM SUSPEN".
           ADD 1 TO TOTAL-EXCECOES.
           MOVE "SUSPEN" TO CONTA-DO-LANCAMENTO.

       GRAVA-DEBITO.
      *    Conta, historico e valor ja vem de quem chamou
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-LANCAMENTO-NUMERICA TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-DEBITO.
           MOVE ZEROS TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-CREDITO.
           MOVE SPACE TO LINHA-LANCAMENTO.
           MOVE DATA-LANCAMENTO-NUMERICA TO LANC-DATA.
           MOVE CONTA-DO-LANCAMENTO TO LANC-CONTA.
           MOVE HISTORICO-DO-LANCAMENTO TO LANC-HISTORICO.
           MOVE ZEROS TO LANC-DEBITO.
           MOVE VALOR-DO-LANCAMENTO TO LANC-CREDITO.
           WRITE LINHA-LANCAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de funcionarios na remessa do FGTS; a linha
      *    sai sob a sigla ENCFOL (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ENCFOL" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-NA-REMESSA TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
