      *    departamento tambem (lado PROG39/74), mas nunca juntos,
      *    porque nada mapeava departamento em filial - agora o
      *    cadastro de departamentos carrega DEPARTAMENTO-FILIAL
      *    (PROG79). Este demonstrativo le o mes informado (AAAAMM):
      *    a receita faturada sai dos titulos de recebiveis.dat do
      *    mes, agrupada pela filial do cliente; o custo de folha
      *    sai de folha_liquida.dat, rolado pro filial pelo mapa do
      *    departamento; e a contribuicao de cada filial e a receita
      *    menos a folha - a discussao sobre a segunda filial se
      *    pagar ganha numeros.
      *
      *    HISTORICO DE ALTERACOES
      *    O custo de folha passou a ser o custo cheio: o bruto de
      *    cada linha da folha (o liquido deixava de fora os
      *    descontos, que a casa tambem paga) mais os encargos da
      *    empresa do mes em encargos_folha.dat (FGTS e previdencia
      *    patronal do PROG74), rolados pra filial pelo mesmo mapa
      *    do departamento. Os encargos saem em coluna propria e
      *    entram na contribuicao da filial.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELRECEBIVEL.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELFOLHA.cob".
           COPY "SELENCARGO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELFILIAL.cob".

           COPY "FDRECEBIVEL.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDFOLHA.cob".
           COPY "FDENCARGO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDFILIAL.cob".

       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FILIAL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).
       01  NOME-FILIAL-EXIBIDO PIC X(20).

       01  DATA-FATUR-DESMONTADA.
           05 FATUR-MES-AAMM PIC 9(6).
           05 FATUR-DIA PIC 99.

       01  FILIAL-DO-REGISTRO PIC X(4).
               10 FILIAL-PL-CODIGO PIC X(4).
               10 FILIAL-PL-RECEITA PIC 9(10)V99 VALUE 0.
               10 FILIAL-PL-FOLHA PIC 9(10)V99 VALUE 0.
               10 FILIAL-PL-ENCARGOS PIC 9(10)V99 VALUE 0.

       01  CONTRIBUICAO-DA-FILIAL PIC S9(10)V99.
       01  TOTAL-RECEITA PIC 9(10)V99 VALUE 0.
       01  TOTAL-FOLHA PIC 9(10)V99 VALUE 0.
       01  TOTAL-ENCARGOS PIC 9(10)V99 VALUE 0.
       01  ENCARGOS-FORA-DO-MES PIC 9(6) VALUE 0.
       01  TOTAL-CONTRIBUICAO PIC S9(11)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DA APURACAO (AAAAMM):".
           ACCEPT MES-APURADO.

           PERFORM ACUMULA-RECEITA-DO-MES.
           PERFORM ACUMULA-FOLHA-POR-FILIAL.
           PERFORM ACUMULA-ENCARGOS-POR-FILIAL.

           PERFORM IMPRIME-DEMONSTRATIVO.

           END-IF.

       ACUMULA-FOLHA-POR-FILIAL.
      *    Custo de folha = bruto de cada linha da folha do mes,
      *    rolado pra filial pelo mapa do departamento; departamento
      *    fora do cadastro (ou sem filial) entra no grupo "????"
           OPEN INPUT ARQUIVO-FOLHA.

       AVALIA-LINHA-FOLHA.
           MOVE FOLHA-DEPARTAMENTO(1:4) TO DEPARTAMENTO-CODIGO.
           PERFORM BUSCA-FILIAL-DO-DEPARTAMENTO.
           MOVE FOLHA-SALARIO-BRUTO TO VALOR-DO-REGISTRO.
           PERFORM SOMA-FOLHA-NA-FILIAL.
           PERFORM LER-PROXIMA-LINHA-FOLHA.

       BUSCA-FILIAL-DO-DEPARTAMENTO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "????" TO FILIAL-DO-REGISTRO
                           TO FILIAL-DO-REGISTRO
                   END-IF
           END-READ.

       ACUMULA-ENCARGOS-POR-FILIAL.
      *    Encargos da empresa (FGTS + previdencia patronal) das
      *    linhas de encargos_folha.dat do mes apurado; linha de
      *    outro mes fica fora e e contada
           OPEN INPUT ARQUIVO-ENCARGO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ENCARGO.
           PERFORM AVALIA-LINHA-ENCARGO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ENCARGO.
           CLOSE ARQUIVO-DEPARTAMENTO.

       LER-PROXIMO-ENCARGO.
           READ ARQUIVO-ENCARGO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-LINHA-ENCARGO.
           IF ENCARGO-MES-FOLHA = MES-APURADO
               MOVE ENCARGO-DEPARTAMENTO(1:4) TO DEPARTAMENTO-CODIGO
               PERFORM BUSCA-FILIAL-DO-DEPARTAMENTO
               COMPUTE VALOR-DO-REGISTRO = ENCARGO-FGTS
                   + ENCARGO-PREVIDENCIA-EMPRESA
               PERFORM SOMA-ENCARGOS-NA-FILIAL
           ELSE
               ADD 1 TO ENCARGOS-FORA-DO-MES
           END-IF.
           PERFORM LER-PROXIMO-ENCARGO.

       SOMA-ENCARGOS-NA-FILIAL.
           PERFORM LOCALIZA-FILIAL-PL.
           IF INDICE-ACHADO > 0
               ADD VALOR-DO-REGISTRO
                   TO FILIAL-PL-ENCARGOS(INDICE-ACHADO)
               ADD VALOR-DO-REGISTRO TO TOTAL-ENCARGOS
           END-IF.

       SOMA-FOLHA-NA-FILIAL.
           PERFORM LOCALIZA-FILIAL-PL.
               UNTIL INDICE-FILIAL > QTDE-FILIAIS.
           CLOSE ARQUIVO-FILIAL.
           DISPLAY "-------------------------------------------------".
           COMPUTE TOTAL-CONTRIBUICAO = TOTAL-RECEITA - TOTAL-FOLHA
               - TOTAL-ENCARGOS.
           DISPLAY "RECEITA TOTAL: " TOTAL-RECEITA.
           DISPLAY "FOLHA TOTAL: " TOTAL-FOLHA.
           DISPLAY "ENCARGOS TOTAL: " TOTAL-ENCARGOS.
           IF ENCARGOS-FORA-DO-MES > 0
               DISPLAY "LINHAS DE ENCARGOS DE OUTRO MES (FORA DO "
                   "DEMONSTRATIVO): " ENCARGOS-FORA-DO-MES
           END-IF.
           DISPLAY "CONTRIBUICAO TOTAL: " TOTAL-CONTRIBUICAO.

       IMPRIME-LINHA-DA-FILIAL.
           PERFORM BUSCA-NOME-FILIAL.
           COMPUTE CONTRIBUICAO-DA-FILIAL =
               FILIAL-PL-RECEITA(INDICE-FILIAL)
               - FILIAL-PL-FOLHA(INDICE-FILIAL)
               - FILIAL-PL-ENCARGOS(INDICE-FILIAL).
           DISPLAY "FILIAL " FILIAL-PL-CODIGO(INDICE-FILIAL)
               " " NOME-FILIAL-EXIBIDO.
           DISPLAY "  RECEITA: " FILIAL-PL-RECEITA(INDICE-FILIAL)
               " FOLHA: " FILIAL-PL-FOLHA(INDICE-FILIAL)
               " ENCARGOS: " FILIAL-PL-ENCARGOS(INDICE-FILIAL)
               " CONTRIBUICAO: " CONTRIBUICAO-DA-FILIAL.

       BUSCA-NOME-FILIAL.
