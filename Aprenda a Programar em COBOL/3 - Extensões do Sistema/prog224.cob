       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG224.
      *    Programa da Rodada Mensal de Vale-Transporte e
      *    Vale-Refeicao
      *    Para o mes informado (AAAAMM, ENTER = mes corrente) apura,
      *    pra cada inscricao Ativa de beneficios.dat (PROG223), os
      *    dias de vale do funcionario: os dias uteis do mes em
      *    calendario.dat menos os dias uteis dentro de afastamento
      *    (afastamentos.dat - o aberto vai ate o retorno previsto)
      *    e de ferias (ferias.dat, do inicio ao dia anterior ao
      *    retorno). A quantidade do mes e dias x quantidade diaria
      *    da inscricao, ao valor unitario da inscricao.
      *    - vales_mes.dat guarda o que foi pedido por funcionario e
      *      tipo; e dele que o fechamento do PROG74 do mesmo mes
      *      desconta a parte do funcionario;
      *    - pedido_vales.dat e o pedido de compra pro fornecedor
      *      (cabecalho, 1 detalhe por funcionario e tipo, rodape).
      *    Funcionario Desligado ou Inativo fica fora; CPF zerado
      *    fica fora do pedido e sai apontado. Mes sem dia util no
      *    calendario ou com a folha Mensal ja aprovada e recusado.
      *    Refazer a rodada do mesmo mes apaga o mes em vales_mes.dat
      *    e grava de novo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELBENEF.cob".
           COPY "SELVALES.cob".
           COPY "SELCALENDARIO.cob".
           COPY "SELAFASTAMENTO.cob".
           COPY "SELFERIAS.cob".
           COPY "SELAPROVACAO.cob".

           SELECT ARQUIVO-PEDIDO-VALES
           ASSIGN TO "pedido_vales.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDBENEF.cob".
           COPY "FDVALES.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDFERIAS.cob".
           COPY "FDAPROVACAO.cob".

       FD ARQUIVO-PEDIDO-VALES.

       01  LINHA-PEDIDO-VALES.
           05 PEDVALE-TIPO-REGISTRO PIC X.
           05 PEDVALE-EMPRESA PIC X(20).
           05 PEDVALE-DATA PIC 9(8).
           05 PEDVALE-MES PIC 9(6).
           05 PEDVALE-TIPO-VALE PIC X.
           05 PEDVALE-CODIGO PIC 9(4).
           05 PEDVALE-NOME PIC X(20).
           05 PEDVALE-CPF PIC 9(11).
           05 PEDVALE-QTDE-VALES PIC 9(4).
           05 PEDVALE-VALOR-UNITARIO PIC 9(3)V99.
           05 PEDVALE-VALOR PIC 9(6)V99.
           05 PEDVALE-QTDE PIC 9(6).
           05 PEDVALE-TOTAL PIC 9(8)V99.

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  BENEFICIO-FILE-STATUS PIC X(2).
       01  VALES-MES-FILE-STATUS PIC X(2).
       01  CALENDARIO-FILE-STATUS PIC X(2).
       01  AFASTAMENTO-FILE-STATUS PIC X(2).
       01  FERIAS-FILE-STATUS PIC X(2).
       01  APROVACAO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-CALENDARIO PIC X.
       01  FIM-FERIAS PIC X.
       01  FIM-VALES PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EXECUCAO-DETALHE REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 DATA-EXECUCAO-DD PIC 99.

       01  MES-DOS-VALES PIC 9(6).
       01  PRIMEIRO-DIA-DO-MES PIC 9(8).
       01  ULTIMO-DIA-DO-MES PIC 9(8).

       01  FOLHA-DO-MES-FLAG PIC X VALUE "N".
           88 FOLHA-DO-MES-APROVADA VALUE "S".
           88 FOLHA-DO-MES-EM-ABERTO VALUE "N".

      *    Dias uteis do mes, tirados do calendario
       01  QTDE-DIAS-UTEIS PIC 9(2) VALUE 0.
       01  INDICE-DIA PIC 9(2).
       01  TABELA-DIAS-UTEIS.
           05 DIA-UTIL-DATA PIC 9(8) OCCURS 31 TIMES.

      *    Periodos fora do trabalho do funcionario (o afastamento e
      *    as ferias), de inicio ate o dia anterior ao fim
       01  QTDE-PERIODOS-FORA PIC 9(2).
       01  INDICE-PERIODO PIC 9(2).
       01  TABELA-PERIODOS-FORA.
           05 PERIODO-FORA-ITEM OCCURS 20 TIMES.
               10 PERIODO-FORA-INICIO PIC 9(8).
               10 PERIODO-FORA-FIM PIC 9(8).

       01  DIA-FORA-FLAG PIC X.
           88 DIA-FORA VALUE "S".
           88 DIA-TRABALHADO VALUE "N".

       01  FUNCIONARIO-APURADO PIC 9(4) VALUE 0.
       01  DIAS-DE-VALE PIC 9(2).
       01  QTDE-DE-VALES PIC 9(4).
       01  VALOR-DOS-VALES PIC 9(6)V99.

      *    Chaves do mes ja gravadas, juntadas primeiro e apagadas
      *    depois, pra nao apagar no meio da varredura pela propria
      *    chave
       01  QTDE-VALES-ANTIGOS PIC 9(4) VALUE 0.
       01  INDICE-VALE-ANTIGO PIC 9(4).
       01  TABELA-VALES-ANTIGOS.
           05 VALE-ANTIGO-CHAVE PIC X(9) OCCURS 2000 TIMES.

       01  TOTAL-NO-PEDIDO PIC 9(6) VALUE 0.
       01  TOTAL-VALOR-PEDIDO PIC 9(8)V99 VALUE 0.
       01  TOTAL-QTDE-TRANSPORTE PIC 9(7) VALUE 0.
       01  TOTAL-VALOR-TRANSPORTE PIC 9(8)V99 VALUE 0.
       01  TOTAL-QTDE-REFEICAO PIC 9(7) VALUE 0.
       01  TOTAL-VALOR-REFEICAO PIC 9(8)V99 VALUE 0.
       01  TOTAL-SEM-CPF PIC 9(6) VALUE 0.
       01  TOTAL-NAO-ATIVOS PIC 9(6) VALUE 0.
       01  TOTAL-SEM-DIAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO MES-DOS-VALES.
           DISPLAY "INFORME O MES DOS VALES (AAAAMM, ENTER PARA O MES "
               "CORRENTE):".
           ACCEPT MES-DOS-VALES.
           IF MES-DOS-VALES = 0
               MOVE DATA-EXECUCAO-AAMM TO MES-DOS-VALES
           END-IF.
           COMPUTE PRIMEIRO-DIA-DO-MES = MES-DOS-VALES * 100 + 1.
           COMPUTE ULTIMO-DIA-DO-MES = MES-DOS-VALES * 100 + 31.

           PERFORM CONFERE-FOLHA-DO-MES.
           IF FOLHA-DO-MES-APROVADA
               DISPLAY "FOLHA MENSAL " MES-DOS-VALES
                   " JA APROVADA - VALES NAO PEDIDOS"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM CARREGA-DIAS-UTEIS.
           IF QTDE-DIAS-UTEIS = 0
               DISPLAY "NENHUM DIA UTIL NO CALENDARIO PRO MES "
                   MES-DOS-VALES " - CARREGAR O CALENDARIO ANTES"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-VALES-MES.
           PERFORM APAGA-VALES-DO-MES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-BENEFICIO.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN OUTPUT ARQUIVO-PEDIDO-VALES.

           PERFORM GRAVA-CABECALHO-PEDIDO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-INSCRICAO.
           PERFORM AVALIA-INSCRICAO UNTIL FINAL-ARQUIVO = "S".

           PERFORM GRAVA-RODAPE-PEDIDO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-BENEFICIO.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-PEDIDO-VALES.
           CLOSE ARQUIVO-VALES-MES.

           DISPLAY "---------------------------------------------".
           DISPLAY "DIAS UTEIS NO MES " MES-DOS-VALES ": "
               QTDE-DIAS-UTEIS.
           DISPLAY "VALE-TRANSPORTE - QTDE: " TOTAL-QTDE-TRANSPORTE
               " VALOR: " TOTAL-VALOR-TRANSPORTE.
           DISPLAY "VALE-REFEICAO   - QTDE: " TOTAL-QTDE-REFEICAO
               " VALOR: " TOTAL-VALOR-REFEICAO.
           DISPLAY "LINHAS NO PEDIDO: " TOTAL-NO-PEDIDO
               " - VALOR TOTAL DO PEDIDO: " TOTAL-VALOR-PEDIDO.
           IF TOTAL-NAO-ATIVOS > 0
               DISPLAY "INSCRICOES FORA POR DESLIGADO OU INATIVO: "
                   TOTAL-NAO-ATIVOS
           END-IF.
           IF TOTAL-SEM-DIAS > 0
               DISPLAY "INSCRICOES SEM DIA DE VALE NO MES: "
                   TOTAL-SEM-DIAS
           END-IF.
           IF TOTAL-SEM-CPF > 0
               DISPLAY "INSCRICOES FORA DO PEDIDO POR CPF ZERADO: "
                   TOTAL-SEM-CPF
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CONFERE-FOLHA-DO-MES.
      *    folha_aprovacao.dat com a folha Mensal do mes APROVADA
      *    barra a rodada: o desconto nao entraria mais no fechamento
           SET FOLHA-DO-MES-EM-ABERTO TO TRUE.
           OPEN INPUT ARQUIVO-APROVACAO-FOLHA.
           IF APROVACAO-FILE-STATUS = "00"
               READ ARQUIVO-APROVACAO-FOLHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APRV-FOLHA-MENSAL
                           AND APRV-MES-FOLHA = MES-DOS-VALES
                           IF APROVACAO-CONCEDIDA
                               SET FOLHA-DO-MES-APROVADA TO TRUE
                           ELSE
                               DISPLAY "FOLHA MENSAL " MES-DOS-VALES
                                   " JA FECHADA E PENDENTE - RODAR O "
                                   "PROG74 DE NOVO PRA DESCONTAR"
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

       CARREGA-DIAS-UTEIS.
           OPEN INPUT ARQUIVO-CALENDARIO.
           MOVE "N" TO FIM-CALENDARIO.
           MOVE PRIMEIRO-DIA-DO-MES TO CALENDARIO-DATA.
           START ARQUIVO-CALENDARIO
               KEY IS NOT LESS THAN CALENDARIO-DATA
               INVALID KEY
                   MOVE "S" TO FIM-CALENDARIO
           END-START.
           PERFORM GUARDA-DIA-DO-CALENDARIO
               UNTIL FIM-CALENDARIO = "S".
           CLOSE ARQUIVO-CALENDARIO.

       GUARDA-DIA-DO-CALENDARIO.
           READ ARQUIVO-CALENDARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CALENDARIO
           END-READ.
           IF FIM-CALENDARIO = "N"
               IF CALENDARIO-DATA > ULTIMO-DIA-DO-MES
                   MOVE "S" TO FIM-CALENDARIO
               ELSE
                   IF CALENDARIO-DIA-UTIL AND QTDE-DIAS-UTEIS < 31
                       ADD 1 TO QTDE-DIAS-UTEIS
                       MOVE CALENDARIO-DATA
                           TO DIA-UTIL-DATA(QTDE-DIAS-UTEIS)
                   END-IF
               END-IF
           END-IF.

       APAGA-VALES-DO-MES.
           MOVE "N" TO FIM-VALES.
           MOVE MES-DOS-VALES TO VALEMES-AAMM.
           MOVE ZEROS TO VALEMES-FUNCIONARIO.
           MOVE SPACE TO VALEMES-TIPO.
           START ARQUIVO-VALES-MES
               KEY IS NOT LESS THAN VALEMES-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-VALES
           END-START.
           PERFORM JUNTA-VALE-ANTIGO UNTIL FIM-VALES = "S".
           PERFORM APAGA-VALE-ANTIGO
               VARYING INDICE-VALE-ANTIGO FROM 1 BY 1
               UNTIL INDICE-VALE-ANTIGO > QTDE-VALES-ANTIGOS.
           IF QTDE-VALES-ANTIGOS > 0
               DISPLAY "RODADA REFEITA - " QTDE-VALES-ANTIGOS
                   " VALE(S) DO MES " MES-DOS-VALES " REGRAVADOS"
           END-IF.

       JUNTA-VALE-ANTIGO.
           READ ARQUIVO-VALES-MES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-VALES
           END-READ.
           IF FIM-VALES = "N"
               IF VALEMES-AAMM NOT = MES-DOS-VALES
                   MOVE "S" TO FIM-VALES
               ELSE
                   IF QTDE-VALES-ANTIGOS >= 2000
                       DISPLAY "MAIS DE 2000 VALES NO MES - APAGAR "
                           "O RESTO NA PROXIMA RODADA"
                       SET EXECUCAO-COM-ERRO TO TRUE
                       MOVE "S" TO FIM-VALES
                   ELSE
                       ADD 1 TO QTDE-VALES-ANTIGOS
                       MOVE VALEMES-CHAVE
                           TO VALE-ANTIGO-CHAVE(QTDE-VALES-ANTIGOS)
                   END-IF
               END-IF
           END-IF.

       APAGA-VALE-ANTIGO.
           MOVE VALE-ANTIGO-CHAVE(INDICE-VALE-ANTIGO) TO VALEMES-CHAVE.
           DELETE ARQUIVO-VALES-MES RECORD
               INVALID KEY
                   DISPLAY "ERRO AO APAGAR O VALE " VALEMES-CHAVE
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-DELETE.

       LER-PROXIMA-INSCRICAO.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-INSCRICAO.
           IF BENEF-ATIVO
               MOVE BENEF-FUNCIONARIO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "CODIGO " BENEF-FUNCIONARIO
                           " INSCRITO E FORA DO CADASTRO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       PERFORM AVALIA-FUNCIONARIO-INSCRITO
               END-READ
           END-IF.
           PERFORM LER-PROXIMA-INSCRICAO.

       AVALIA-FUNCIONARIO-INSCRITO.
           IF FUNCIONARIO-DESLIGADO OR FUNCIONARIO-INATIVO
               DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
                   FUNCIONARIO-NOME " DESLIGADO OU INATIVO - FORA DOS "
                   "VALES"
               ADD 1 TO TOTAL-NAO-ATIVOS
           ELSE
               IF FUNCIONARIO-CPF = 0
                   DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
                       FUNCIONARIO-NOME " SEM CPF - FORA DO PEDIDO"
                   ADD 1 TO TOTAL-SEM-CPF
                   SET EXECUCAO-COM-ERRO TO TRUE
               ELSE
                   PERFORM PEDE-VALES-DO-FUNCIONARIO
               END-IF
           END-IF.

       PEDE-VALES-DO-FUNCIONARIO.
      *    Os dias do funcionario servem pros 2 tipos de vale; so
      *    sao apurados de novo quando muda o funcionario
           IF FUNCIONARIO-CODIGO NOT = FUNCIONARIO-APURADO
               PERFORM APURA-DIAS-DE-VALE
               MOVE FUNCIONARIO-CODIGO TO FUNCIONARIO-APURADO
           END-IF.
           COMPUTE QTDE-DE-VALES = DIAS-DE-VALE * BENEF-QTDE-DIARIA.
           COMPUTE VALOR-DOS-VALES =
               QTDE-DE-VALES * BENEF-VALOR-UNITARIO.
           IF QTDE-DE-VALES = 0
               DISPLAY "CODIGO " FUNCIONARIO-CODIGO " "
                   FUNCIONARIO-NOME " SEM DIA DE VALE NO MES (VALE "
                   BENEF-TIPO ")"
               ADD 1 TO TOTAL-SEM-DIAS
           ELSE
               PERFORM GRAVA-VALE-DO-MES
           END-IF.

       APURA-DIAS-DE-VALE.
           MOVE 0 TO QTDE-PERIODOS-FORA.
           PERFORM GUARDA-AFASTAMENTO.
           PERFORM GUARDA-FERIAS.
           MOVE 0 TO DIAS-DE-VALE.
           PERFORM CONFERE-DIA-UTIL
               VARYING INDICE-DIA FROM 1 BY 1
               UNTIL INDICE-DIA > QTDE-DIAS-UTEIS.

       GUARDA-AFASTAMENTO.
      *    Afastamento em aberto vai ate o retorno previsto (sem
      *    previsao, ate o fim do mes); encerrado, ate o retorno real
           MOVE FUNCIONARIO-CODIGO TO AFASTAMENTO-FUNCIONARIO.
           READ ARQUIVO-AFASTAMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QTDE-PERIODOS-FORA
                   MOVE AFASTAMENTO-DATA-INICIO
                       TO PERIODO-FORA-INICIO(QTDE-PERIODOS-FORA)
                   IF AFASTAMENTO-EM-ABERTO
                       IF AFASTAMENTO-RETORNO-PREVISTO = 0
                           MOVE 99999999
                               TO PERIODO-FORA-FIM(QTDE-PERIODOS-FORA)
                       ELSE
                           MOVE AFASTAMENTO-RETORNO-PREVISTO
                               TO PERIODO-FORA-FIM(QTDE-PERIODOS-FORA)
                       END-IF
                   ELSE
                       MOVE AFASTAMENTO-RETORNO-REAL
                           TO PERIODO-FORA-FIM(QTDE-PERIODOS-FORA)
                   END-IF
           END-READ.

       GUARDA-FERIAS.
      *    Cada agendamento de ferias do funcionario, pela chave
      *    composta funcionario + data de inicio
           MOVE "N" TO FIM-FERIAS.
           MOVE FUNCIONARIO-CODIGO TO FERIAS-FUNCIONARIO.
           MOVE ZEROS TO FERIAS-DATA-INICIO.
           START ARQUIVO-FERIAS KEY IS NOT LESS THAN FERIAS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-FERIAS
           END-START.
           PERFORM GUARDA-UMA-FERIAS UNTIL FIM-FERIAS = "S".

       GUARDA-UMA-FERIAS.
           READ ARQUIVO-FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FERIAS
           END-READ.
           IF FIM-FERIAS = "N"
               IF FERIAS-FUNCIONARIO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-FERIAS
               ELSE
                   IF FERIAS-DATA-INICIO <= ULTIMO-DIA-DO-MES
                       AND FERIAS-DATA-RETORNO > PRIMEIRO-DIA-DO-MES
                       AND QTDE-PERIODOS-FORA < 20
                       ADD 1 TO QTDE-PERIODOS-FORA
                       MOVE FERIAS-DATA-INICIO
                           TO PERIODO-FORA-INICIO(QTDE-PERIODOS-FORA)
                       MOVE FERIAS-DATA-RETORNO
                           TO PERIODO-FORA-FIM(QTDE-PERIODOS-FORA)
                   END-IF
               END-IF
           END-IF.

       CONFERE-DIA-UTIL.
           SET DIA-TRABALHADO TO TRUE.
           PERFORM CONFERE-PERIODO-FORA
               VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > QTDE-PERIODOS-FORA
                  OR DIA-FORA.
           IF DIA-TRABALHADO
               ADD 1 TO DIAS-DE-VALE
           END-IF.

       CONFERE-PERIODO-FORA.
           IF DIA-UTIL-DATA(INDICE-DIA)
               >= PERIODO-FORA-INICIO(INDICE-PERIODO)
               AND DIA-UTIL-DATA(INDICE-DIA)
               < PERIODO-FORA-FIM(INDICE-PERIODO)
               SET DIA-FORA TO TRUE
           END-IF.

       GRAVA-VALE-DO-MES.
           MOVE MES-DOS-VALES TO VALEMES-AAMM.
           MOVE FUNCIONARIO-CODIGO TO VALEMES-FUNCIONARIO.
           MOVE BENEF-TIPO TO VALEMES-TIPO.
           MOVE DIAS-DE-VALE TO VALEMES-DIAS.
           MOVE QTDE-DE-VALES TO VALEMES-QTDE.
           MOVE BENEF-VALOR-UNITARIO TO VALEMES-VALOR-UNITARIO.
           MOVE VALOR-DOS-VALES TO VALEMES-VALOR-TOTAL.
           MOVE DATA-EXECUCAO TO VALEMES-DATA-PEDIDO.
           WRITE VALEMES-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O VALE " BENEF-TIPO
                       " DE " FUNCIONARIO-CODIGO " - FORA DO PEDIDO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-DETALHE-PEDIDO
           END-WRITE.

       GRAVA-CABECALHO-PEDIDO.
           MOVE SPACE TO LINHA-PEDIDO-VALES.
           MOVE "H" TO PEDVALE-TIPO-REGISTRO.
           MOVE "COMERCIAL ALFA LTDA" TO PEDVALE-EMPRESA.
           MOVE DATA-EXECUCAO TO PEDVALE-DATA.
           MOVE MES-DOS-VALES TO PEDVALE-MES.
           WRITE LINHA-PEDIDO-VALES.

       GRAVA-DETALHE-PEDIDO.
           MOVE SPACE TO LINHA-PEDIDO-VALES.
           MOVE "D" TO PEDVALE-TIPO-REGISTRO.
           MOVE MES-DOS-VALES TO PEDVALE-MES.
           MOVE BENEF-TIPO TO PEDVALE-TIPO-VALE.
           MOVE FUNCIONARIO-CODIGO TO PEDVALE-CODIGO.
           MOVE FUNCIONARIO-NOME TO PEDVALE-NOME.
           MOVE FUNCIONARIO-CPF TO PEDVALE-CPF.
           MOVE QTDE-DE-VALES TO PEDVALE-QTDE-VALES.
           MOVE BENEF-VALOR-UNITARIO TO PEDVALE-VALOR-UNITARIO.
           MOVE VALOR-DOS-VALES TO PEDVALE-VALOR.
           WRITE LINHA-PEDIDO-VALES.
           ADD 1 TO TOTAL-NO-PEDIDO.
           ADD VALOR-DOS-VALES TO TOTAL-VALOR-PEDIDO.
           IF BENEF-VALE-TRANSPORTE
               ADD QTDE-DE-VALES TO TOTAL-QTDE-TRANSPORTE
               ADD VALOR-DOS-VALES TO TOTAL-VALOR-TRANSPORTE
           ELSE
               ADD QTDE-DE-VALES TO TOTAL-QTDE-REFEICAO
               ADD VALOR-DOS-VALES TO TOTAL-VALOR-REFEICAO
           END-IF.

       GRAVA-RODAPE-PEDIDO.
           MOVE SPACE TO LINHA-PEDIDO-VALES.
           MOVE "T" TO PEDVALE-TIPO-REGISTRO.
           MOVE MES-DOS-VALES TO PEDVALE-MES.
           MOVE TOTAL-NO-PEDIDO TO PEDVALE-QTDE.
           MOVE TOTAL-VALOR-PEDIDO TO PEDVALE-TOTAL.
           WRITE LINHA-PEDIDO-VALES.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de linhas no pedido desta rodada
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "VALES" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-NO-PEDIDO TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
