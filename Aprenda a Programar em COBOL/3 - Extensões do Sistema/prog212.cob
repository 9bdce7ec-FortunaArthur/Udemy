       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG212.
      *    Programa do Informe Anual de Rendimentos
      *    Para o ano informado (AAAA), le historico_folha.dat em ordem
      *    de funcionario e soma, por funcionario, as folhas do ano:
      *    rendimentos tributaveis (bruto da folha Mensal e de Ferias
      *    menos os descontos de ajustes - horas extras e comissao
      *    ja estao no bruto), previdencia oficial e imposto retido,
      *    deducao de dependentes e salario-familia (isento). O 13o
      *    do PROG149 tem tributacao exclusiva e sai em quadro
      *    proprio, com a previdencia e o imposto dele.
      *    Imprime 1 informe por funcionario, com a fonte pagadora
      *    tirada de dados_emitente.dat. Codigo 0 tira o informe de
      *    todos e grava o arquivo de fim de ano pra declaracao,
      *    rendimentos_anuais_AA.dat: linha H com ano, CNPJ e razao
      *    social, 1 linha D por funcionario e a linha T com a
      *    quantidade e os totais. Codigo informado so imprime o
      *    informe daquele funcionario, sem gerar o arquivo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. O ano do informe
      *    passou a ser pedido com 4 digitos (AAAA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELHISTFOLHA.cob".
           COPY "SELEMITENTE.cob".

           SELECT ARQUIVO-RENDIMENTOS
           ASSIGN TO DYNAMIC NOME-ARQUIVO-RENDIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDHISTFOLHA.cob".

           COPY "FDEMITENTE.cob".

       FD ARQUIVO-RENDIMENTOS.

       01  LINHA-RENDIMENTOS.
           05 RENDA-TIPO-REGISTRO PIC X.
           05 RENDA-DETALHE.
               10 RENDA-ANO PIC 9(4).
               10 RENDA-CODIGO PIC 9(4).
               10 RENDA-CPF PIC 9(11).
               10 RENDA-NOME PIC X(20).
               10 RENDA-TRIBUTAVEIS PIC 9(9)V99.
               10 RENDA-PREVIDENCIA PIC 9(9)V99.
               10 RENDA-IMPOSTO PIC 9(9)V99.
               10 RENDA-DEDUCAO-DEPENDENTES PIC 9(9)V99.
               10 RENDA-DECIMO-BRUTO PIC 9(9)V99.
               10 RENDA-DECIMO-PREVIDENCIA PIC 9(9)V99.
               10 RENDA-DECIMO-IMPOSTO PIC 9(9)V99.
               10 RENDA-ISENTOS PIC 9(9)V99.
           05 RENDA-CABECALHO REDEFINES RENDA-DETALHE.
               10 RENDA-CAB-ANO PIC 9(4).
               10 RENDA-CAB-CNPJ PIC 9(14).
               10 RENDA-CAB-RAZAO-SOCIAL PIC X(40).
           05 RENDA-TRAILER REDEFINES RENDA-DETALHE.
               10 RENDA-TRL-ANO PIC 9(4).
               10 RENDA-TRL-QTDE PIC 9(6).
               10 RENDA-TRL-TRIBUTAVEIS PIC 9(11)V99.
               10 RENDA-TRL-PREVIDENCIA PIC 9(11)V99.
               10 RENDA-TRL-IMPOSTO PIC 9(11)V99.
               10 RENDA-TRL-DECIMO-BRUTO PIC 9(11)V99.
               10 RENDA-TRL-DECIMO-IMPOSTO PIC 9(11)V99.

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  HISTFOL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  ANO-DO-INFORME PIC 9(4).
       01  FUNCIONARIO-PEDIDO PIC 9(4).

       01  NOME-ARQUIVO-RENDIMENTOS PIC X(40).

       01  MES-DO-HISTORICO.
           05 HISTORICO-AA PIC 9(4).
           05 HISTORICO-MM PIC 99.
       01  MES-DO-HISTORICO-NUMERICO REDEFINES MES-DO-HISTORICO
           PIC 9(6).

       01  GERA-ARQUIVO-FLAG PIC X VALUE "N".
           88 GERA-ARQUIVO VALUE "S".

       01  FUNCIONARIO-FLAG PIC X VALUE "N".
           88 HA-FUNCIONARIO-ABERTO VALUE "S".
           88 SEM-FUNCIONARIO-ABERTO VALUE "N".

      *    Totais do funcionario em curso
       01  ACUMULADO-DO-FUNCIONARIO.
           05 ACUM-CODIGO PIC 9(4).
           05 ACUM-NOME PIC X(20).
           05 ACUM-CPF PIC 9(11).
           05 ACUM-DEPARTAMENTO PIC X(20).
           05 ACUM-TRIBUTAVEIS PIC 9(9)V99.
           05 ACUM-PREVIDENCIA PIC 9(9)V99.
           05 ACUM-IMPOSTO PIC 9(9)V99.
           05 ACUM-DEDUCAO-DEPENDENTES PIC 9(9)V99.
           05 ACUM-DECIMO-BRUTO PIC 9(9)V99.
           05 ACUM-DECIMO-PREVIDENCIA PIC 9(9)V99.
           05 ACUM-DECIMO-IMPOSTO PIC 9(9)V99.
           05 ACUM-ISENTOS PIC 9(9)V99.
           05 ACUM-HORAS-EXTRAS PIC 9(9)V99.
           05 ACUM-COMISSAO PIC 9(9)V99.
           05 ACUM-FERIAS PIC 9(9)V99.
           05 ACUM-MESES PIC 99.

       01  VALOR-EXIBIDO PIC ZZZZZZZZ9.99.
       01  TOTAL-EXIBIDO PIC ZZZZZZZZZZ9.99.

       01  TOTAL-INFORMES PIC 9(6) VALUE 0.
       01  TOTAL-TRIBUTAVEIS PIC 9(11)V99 VALUE 0.
       01  TOTAL-PREVIDENCIA PIC 9(11)V99 VALUE 0.
       01  TOTAL-IMPOSTO PIC 9(11)V99 VALUE 0.
       01  TOTAL-DECIMO-BRUTO PIC 9(11)V99 VALUE 0.
       01  TOTAL-DECIMO-IMPOSTO PIC 9(11)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO ANO-DO-INFORME.
           DISPLAY "INFORME O ANO-CALENDARIO DO INFORME (AAAA):".
           ACCEPT ANO-DO-INFORME.
           MOVE ZEROS TO FUNCIONARIO-PEDIDO.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO (0 PARA TODOS):".
           ACCEPT FUNCIONARIO-PEDIDO.

           MOVE SPACES TO EMITENTE-RAZAO-SOCIAL.
           MOVE ZEROS TO EMITENTE-CNPJ.
           OPEN INPUT ARQUIVO-EMITENTE.
           READ ARQUIVO-EMITENTE
               AT END
                   DISPLAY "DADOS DO EMITENTE NAO CADASTRADOS - "
                       "INFORME SAI SEM A FONTE PAGADORA"
                   MOVE SPACES TO EMITENTE-RAZAO-SOCIAL
                   MOVE ZEROS TO EMITENTE-CNPJ
           END-READ.
           CLOSE ARQUIVO-EMITENTE.

           IF FUNCIONARIO-PEDIDO = 0
               SET GERA-ARQUIVO TO TRUE
               MOVE SPACES TO NOME-ARQUIVO-RENDIMENTOS
               STRING "rendimentos_anuais_" DELIMITED BY SIZE
                   ANO-DO-INFORME DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO NOME-ARQUIVO-RENDIMENTOS
               OPEN OUTPUT ARQUIVO-RENDIMENTOS
               PERFORM GRAVA-CABECALHO-RENDIMENTOS
           END-IF.

           SET SEM-FUNCIONARIO-ABERTO TO TRUE.
           OPEN INPUT ARQUIVO-HISTORICO-FOLHA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-HISTORICO.
           PERFORM AVALIA-HISTORICO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FOLHA.
           IF HA-FUNCIONARIO-ABERTO
               PERFORM FECHA-FUNCIONARIO
           END-IF.

           IF GERA-ARQUIVO
               PERFORM GRAVA-TRAILER-RENDIMENTOS
               CLOSE ARQUIVO-RENDIMENTOS
           END-IF.

           DISPLAY "=============================================".
           DISPLAY "INFORMES DE RENDIMENTOS DO ANO " ANO-DO-INFORME
               ": " TOTAL-INFORMES.
           MOVE TOTAL-TRIBUTAVEIS TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL RENDIMENTOS TRIBUTAVEIS: " TOTAL-EXIBIDO.
           MOVE TOTAL-IMPOSTO TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL IMPOSTO RETIDO:          " TOTAL-EXIBIDO.
           MOVE TOTAL-DECIMO-BRUTO TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL 13O SALARIO:             " TOTAL-EXIBIDO.
           IF GERA-ARQUIVO
               DISPLAY "ARQUIVO PARA A DECLARACAO: "
                   NOME-ARQUIVO-RENDIMENTOS
           END-IF.
           IF TOTAL-INFORMES = 0
               DISPLAY "NENHUMA FOLHA DO ANO " ANO-DO-INFORME
                   " NO HISTORICO"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-HISTORICO.
           READ ARQUIVO-HISTORICO-FOLHA NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-HISTORICO.
      *    O historico vem em ordem de funcionario + mes + tipo, entao
      *    a troca de codigo fecha o informe do funcionario anterior
           MOVE HISTFOL-AAMM TO MES-DO-HISTORICO-NUMERICO.
           IF HISTORICO-AA = ANO-DO-INFORME
               AND (FUNCIONARIO-PEDIDO = 0
                   OR HISTFOL-CODIGO = FUNCIONARIO-PEDIDO)
               IF HA-FUNCIONARIO-ABERTO
                   AND HISTFOL-CODIGO NOT = ACUM-CODIGO
                   PERFORM FECHA-FUNCIONARIO
               END-IF
               IF SEM-FUNCIONARIO-ABERTO
                   PERFORM ABRE-FUNCIONARIO
               END-IF
               PERFORM SOMA-FOLHA-DO-MES
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

       ABRE-FUNCIONARIO.
           MOVE ZEROS TO ACUMULADO-DO-FUNCIONARIO.
           MOVE HISTFOL-CODIGO TO ACUM-CODIGO.
           MOVE HISTFOL-NOME TO ACUM-NOME.
           MOVE HISTFOL-CPF TO ACUM-CPF.
           MOVE HISTFOL-DEPARTAMENTO TO ACUM-DEPARTAMENTO.
           SET HA-FUNCIONARIO-ABERTO TO TRUE.

       SOMA-FOLHA-DO-MES.
      *    Nome, CPF e departamento ficam os da ultima folha do ano
           MOVE HISTFOL-NOME TO ACUM-NOME.
           MOVE HISTFOL-CPF TO ACUM-CPF.
           MOVE HISTFOL-DEPARTAMENTO TO ACUM-DEPARTAMENTO.
           IF HISTFOL-DECIMO
               ADD HISTFOL-SALARIO-BRUTO TO ACUM-DECIMO-BRUTO
               ADD HISTFOL-PREVIDENCIA TO ACUM-DECIMO-PREVIDENCIA
               ADD HISTFOL-IMPOSTO TO ACUM-DECIMO-IMPOSTO
           ELSE
               IF HISTFOL-SALARIO-BRUTO > HISTFOL-DESCONTO-AJUSTES
                   COMPUTE ACUM-TRIBUTAVEIS = ACUM-TRIBUTAVEIS
                       + HISTFOL-SALARIO-BRUTO
                       - HISTFOL-DESCONTO-AJUSTES
               END-IF
               ADD HISTFOL-PREVIDENCIA TO ACUM-PREVIDENCIA
               ADD HISTFOL-IMPOSTO TO ACUM-IMPOSTO
               ADD HISTFOL-DEDUCAO-DEPENDENTES
                   TO ACUM-DEDUCAO-DEPENDENTES
               ADD HISTFOL-HORAS-EXTRAS TO ACUM-HORAS-EXTRAS
               ADD HISTFOL-COMISSAO TO ACUM-COMISSAO
               IF HISTFOL-FERIAS
                   ADD HISTFOL-SALARIO-BRUTO TO ACUM-FERIAS
               ELSE
                   ADD 1 TO ACUM-MESES
               END-IF
           END-IF.
           ADD HISTFOL-SALARIO-FAMILIA TO ACUM-ISENTOS.

       FECHA-FUNCIONARIO.
           PERFORM IMPRIME-INFORME.
           IF GERA-ARQUIVO
               PERFORM GRAVA-DETALHE-RENDIMENTOS
           END-IF.
           ADD 1 TO TOTAL-INFORMES.
           ADD ACUM-TRIBUTAVEIS TO TOTAL-TRIBUTAVEIS.
           ADD ACUM-PREVIDENCIA TO TOTAL-PREVIDENCIA.
           ADD ACUM-IMPOSTO TO TOTAL-IMPOSTO.
           ADD ACUM-DECIMO-BRUTO TO TOTAL-DECIMO-BRUTO.
           ADD ACUM-DECIMO-IMPOSTO TO TOTAL-DECIMO-IMPOSTO.
           SET SEM-FUNCIONARIO-ABERTO TO TRUE.

       IMPRIME-INFORME.
           DISPLAY "=============================================".
           DISPLAY "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO "
               "RETIDO NA FONTE".
           DISPLAY "ANO-CALENDARIO: " ANO-DO-INFORME.
           DISPLAY "1. FONTE PAGADORA".
           DISPLAY "   CNPJ: " EMITENTE-CNPJ.
           DISPLAY "   RAZAO SOCIAL: " EMITENTE-RAZAO-SOCIAL.
           DISPLAY "2. BENEFICIARIO DOS RENDIMENTOS".
           DISPLAY "   CPF: " ACUM-CPF "  CODIGO: " ACUM-CODIGO.
           DISPLAY "   NOME: " ACUM-NOME.
           DISPLAY "   DEPARTAMENTO: " ACUM-DEPARTAMENTO.
           DISPLAY "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO "
               "RETIDO".
           MOVE ACUM-TRIBUTAVEIS TO VALOR-EXIBIDO.
           DISPLAY "   TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS):  "
               VALOR-EXIBIDO.
           MOVE ACUM-PREVIDENCIA TO VALOR-EXIBIDO.
           DISPLAY "   CONTRIBUICAO PREVIDENCIARIA OFICIAL:       "
               VALOR-EXIBIDO.
           MOVE ACUM-DEDUCAO-DEPENDENTES TO VALOR-EXIBIDO.
           DISPLAY "   DEDUCAO DE DEPENDENTES:                    "
               VALOR-EXIBIDO.
           MOVE ACUM-IMPOSTO TO VALOR-EXIBIDO.
           DISPLAY "   IMPOSTO SOBRE A RENDA RETIDO NA FONTE:     "
               VALOR-EXIBIDO.
           DISPLAY "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS".
           MOVE ACUM-ISENTOS TO VALOR-EXIBIDO.
           DISPLAY "   SALARIO-FAMILIA:                           "
               VALOR-EXIBIDO.
           DISPLAY "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA".
           MOVE ACUM-DECIMO-BRUTO TO VALOR-EXIBIDO.
           DISPLAY "   13O SALARIO:                               "
               VALOR-EXIBIDO.
           MOVE ACUM-DECIMO-PREVIDENCIA TO VALOR-EXIBIDO.
           DISPLAY "   PREVIDENCIA SOBRE O 13O:                   "
               VALOR-EXIBIDO.
           MOVE ACUM-DECIMO-IMPOSTO TO VALOR-EXIBIDO.
           DISPLAY "   IMPOSTO RETIDO SOBRE O 13O:                "
               VALOR-EXIBIDO.
           DISPLAY "6. INFORMACOES COMPLEMENTARES".
           DISPLAY "   FOLHAS MENSAIS NO ANO: " ACUM-MESES.
           MOVE ACUM-HORAS-EXTRAS TO VALOR-EXIBIDO.
           DISPLAY "   HORAS EXTRAS INCLUIDAS NO TOTAL:           "
               VALOR-EXIBIDO.
           MOVE ACUM-COMISSAO TO VALOR-EXIBIDO.
           DISPLAY "   COMISSOES INCLUIDAS NO TOTAL:              "
               VALOR-EXIBIDO.
           MOVE ACUM-FERIAS TO VALOR-EXIBIDO.
           DISPLAY "   FERIAS INCLUIDAS NO TOTAL:                 "
               VALOR-EXIBIDO.

       GRAVA-CABECALHO-RENDIMENTOS.
           MOVE SPACES TO LINHA-RENDIMENTOS.
           MOVE "H" TO RENDA-TIPO-REGISTRO.
           MOVE ANO-DO-INFORME TO RENDA-CAB-ANO.
           MOVE EMITENTE-CNPJ TO RENDA-CAB-CNPJ.
           MOVE EMITENTE-RAZAO-SOCIAL TO RENDA-CAB-RAZAO-SOCIAL.
           WRITE LINHA-RENDIMENTOS.

       GRAVA-DETALHE-RENDIMENTOS.
           MOVE SPACES TO LINHA-RENDIMENTOS.
           MOVE "D" TO RENDA-TIPO-REGISTRO.
           MOVE ANO-DO-INFORME TO RENDA-ANO.
           MOVE ACUM-CODIGO TO RENDA-CODIGO.
           MOVE ACUM-CPF TO RENDA-CPF.
           MOVE ACUM-NOME TO RENDA-NOME.
           MOVE ACUM-TRIBUTAVEIS TO RENDA-TRIBUTAVEIS.
           MOVE ACUM-PREVIDENCIA TO RENDA-PREVIDENCIA.
           MOVE ACUM-IMPOSTO TO RENDA-IMPOSTO.
           MOVE ACUM-DEDUCAO-DEPENDENTES TO RENDA-DEDUCAO-DEPENDENTES.
           MOVE ACUM-DECIMO-BRUTO TO RENDA-DECIMO-BRUTO.
           MOVE ACUM-DECIMO-PREVIDENCIA TO RENDA-DECIMO-PREVIDENCIA.
           MOVE ACUM-DECIMO-IMPOSTO TO RENDA-DECIMO-IMPOSTO.
           MOVE ACUM-ISENTOS TO RENDA-ISENTOS.
           WRITE LINHA-RENDIMENTOS.

       GRAVA-TRAILER-RENDIMENTOS.
           MOVE SPACES TO LINHA-RENDIMENTOS.
           MOVE "T" TO RENDA-TIPO-REGISTRO.
           MOVE ANO-DO-INFORME TO RENDA-TRL-ANO.
           MOVE TOTAL-INFORMES TO RENDA-TRL-QTDE.
           MOVE TOTAL-TRIBUTAVEIS TO RENDA-TRL-TRIBUTAVEIS.
           MOVE TOTAL-PREVIDENCIA TO RENDA-TRL-PREVIDENCIA.
           MOVE TOTAL-IMPOSTO TO RENDA-TRL-IMPOSTO.
           MOVE TOTAL-DECIMO-BRUTO TO RENDA-TRL-DECIMO-BRUTO.
           MOVE TOTAL-DECIMO-IMPOSTO TO RENDA-TRL-DECIMO-IMPOSTO.
           WRITE LINHA-RENDIMENTOS.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de informes emitidos; a linha sai sob a sigla
      *    INFREN (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "INFREN" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-INFORMES TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
