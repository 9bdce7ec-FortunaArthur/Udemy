      *    data, dispensa quem tem afastamento em aberto cobrindo o
      *    dia (afastamentos.dat) e imprime as lacunas com o
      *    departamento, mais os totais por departamento no rodape.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Cada falta impressa passou a ser copiada em
      *    distribuir_prog160.dat com a filial do departamento do
      *    funcionario (DEPARTAMENTO-FILIAL em departamentos.dat),
      *    datada pelo fim do periodo, de onde a distribuicao por
      *    filial (PROG315) tira 1 relatorio de faltas por filial.
      *    Departamento fora do cadastro vai pro grupo sem filial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELPONTO.cob".
           COPY "SELAFASTAMENTO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELDISTREL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPONTO.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDDISTREL.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  PONTO-FILE-STATUS PIC X(2).
       01  AFASTAMENTO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-CALENDARIO PIC X.

       01  DATA-INICIO-PERIODO PIC 9(8).
       01  DATA-FIM-PERIODO PIC 9(8).
       01  DIA-UTIL-CORRENTE PIC 9(8).

       01  DATA-AFASTAMENTO-DESMONTADA.
           05 AFAST-AA PIC 9(4).
           05 AFAST-MM PIC 99.
           05 AFAST-DD PIC 99.

       01  DATA-DIA-DESMONTADA.
           05 DIA-AA PIC 9(4).
           05 DIA-MM PIC 99.
           05 DIA-DD PIC 99.

               10 ATIVO-CODIGO PIC 9(4).
               10 ATIVO-NOME PIC X(20).
               10 ATIVO-DEPTO PIC X(4).
               10 ATIVO-FILIAL PIC X(4).
               10 ATIVO-AFASTADO-DESDE PIC 9(8).

       01  TABELA-ESTOURADA-FLAG PIC X VALUE "N".
           88 TABELA-ESTOUROU VALUE "S".
       01  TOTAL-FALTAS PIC 9(6) VALUE 0.
       01  TOTAL-DISPENSADOS PIC 9(6) VALUE 0.

      *    Copia de cada linha de item impressa, com a filial dona do
      *    item, pra distribuicao por filial no PROG315
       01  DISTR-FILE-STATUS PIC X(2).
       01  NOME-ARQUIVO-DISTRIBUICAO PIC X(50)
           VALUE "distribuir_prog160.dat".
       01  LINHA-IMPRESSA PIC X(132).
       01  FILIAL-DO-ITEM PIC X(4).
       01  VALOR-DO-ITEM PIC 9(9)V99.
       01  SEQUENCIA-ITEM-DISTRIBUIDO PIC 9(6) VALUE 0.
       01  LINHA-DO-ITEM PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O INICIO DO PERIODO (AAAAMMDD):".
           ACCEPT DATA-INICIO-PERIODO.
           DISPLAY "INFORME O FIM DO PERIODO (AAAAMMDD):".
           ACCEPT DATA-FIM-PERIODO.

           PERFORM CARREGA-ATIVOS.

           OPEN INPUT ARQUIVO-CALENDARIO.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN OUTPUT ARQUIVO-DISTRIBUICAO.

           MOVE "N" TO FIM-CALENDARIO.
           MOVE DATA-INICIO-PERIODO TO CALENDARIO-DATA.

           CLOSE ARQUIVO-CALENDARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-DISTRIBUICAO.

           DISPLAY "-------------------------------------------------".
           DISPLAY "FALTAS POR DEPARTAMENTO".
       CARREGA-ATIVOS.
      *    Os ativos entram numa tabela com o departamento e, quando
      *    ha afastamento em aberto, o inicio dele (dias a partir
      *    dali sao dispensados), mais a filial do departamento
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-AFASTAMENTO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GUARDA-ATIVO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-DEPARTAMENTO.

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
                   MOVE FUNCIONARIO-NOME TO ATIVO-NOME(QTDE-ATIVOS)
                   MOVE FUNCIONARIO-DEPARTAMENTO(1:4)
                       TO ATIVO-DEPTO(QTDE-ATIVOS)
                   MOVE 99999999
                       TO ATIVO-AFASTADO-DESDE(QTDE-ATIVOS)
                   PERFORM BUSCA-AFASTAMENTO-ABERTO
                   PERFORM BUSCA-FILIAL-DO-DEPTO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.
                   END-IF
           END-READ.

       BUSCA-FILIAL-DO-DEPTO.
      *    Departamento fora do cadastro fica no grupo "????"
           MOVE ATIVO-DEPTO(QTDE-ATIVOS) TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "????" TO ATIVO-FILIAL(QTDE-ATIVOS)
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-FILIAL
                       TO ATIVO-FILIAL(QTDE-ATIVOS)
           END-READ.

       PERCORRE-UM-DIA.
           READ ARQUIVO-CALENDARIO NEXT RECORD
               AT END

       APONTA-FALTA.
           ADD 1 TO TOTAL-FALTAS.
           MOVE ATIVO-FILIAL(INDICE-ATIVO) TO FILIAL-DO-ITEM.
           MOVE 0 TO VALOR-DO-ITEM.
           PERFORM ABRE-ITEM-DISTRIBUIDO.
           MOVE SPACE TO LINHA-IMPRESSA.
           STRING "DEPTO " DELIMITED BY SIZE
               ATIVO-DEPTO(INDICE-ATIVO) DELIMITED BY SIZE
               " - SEM CARTAO EM " DELIMITED BY SIZE
               DIA-UTIL-CORRENTE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ATIVO-CODIGO(INDICE-ATIVO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ATIVO-NOME(INDICE-ATIVO) DELIMITED BY SIZE
               INTO LINHA-IMPRESSA.
           PERFORM IMPRIME-LINHA-DO-ITEM.
           PERFORM ACUMULA-FALTA-NO-DEPTO.

       ACUMULA-FALTA-NO-DEPTO.
       IMPRIME-DEPTO-DO-RODAPE.
           DISPLAY "DEPTO " DEPTO-FALTA-CODIGO(INDICE-DEPTO)
               " FALTAS: " DEPTO-FALTA-QTDE(INDICE-DEPTO).

       ABRE-ITEM-DISTRIBUIDO.
      *    Cada item do relatorio ganha o proximo numero; as linhas
      *    dele sao numeradas a partir de 1
           ADD 1 TO SEQUENCIA-ITEM-DISTRIBUIDO.
           MOVE 0 TO LINHA-DO-ITEM.

       IMPRIME-LINHA-DO-ITEM.
      *    A linha montada em LINHA-IMPRESSA sai no relatorio geral e
      *    e copiada no arquivo de distribuicao
           DISPLAY LINHA-IMPRESSA.
           PERFORM GRAVA-LINHA-DISTRIBUICAO.

       GRAVA-LINHA-DISTRIBUICAO.
      *    A linha leva a filial do item; o valor do item, que entra
      *    no total da pagina da filial, vai so na primeira linha
           ADD 1 TO LINHA-DO-ITEM.
           MOVE "PROG160" TO DISTR-RELATORIO.
           MOVE DATA-FIM-PERIODO TO DISTR-DATA.
           MOVE FILIAL-DO-ITEM TO DISTR-FILIAL.
           MOVE SEQUENCIA-ITEM-DISTRIBUIDO TO DISTR-ITEM.
           MOVE LINHA-DO-ITEM TO DISTR-LINHA.
           IF LINHA-DO-ITEM = 1
               MOVE VALOR-DO-ITEM TO DISTR-VALOR
           ELSE
               MOVE 0 TO DISTR-VALOR
           END-IF.
           MOVE LINHA-IMPRESSA TO DISTR-TEXTO.
           WRITE LINHA-DISTRIBUICAO.
