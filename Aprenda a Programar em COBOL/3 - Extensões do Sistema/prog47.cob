      *    MORTO-CLIENTE-REGISTRO ajustado para PIC X(781), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois do
      *    saldo de exposicao de credito.
      *    MORTO-CLIENTE-REGISTRO ajustado para PIC X(788), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    condicao de pagamento padrao e do grupo economico.
      *    MORTO-CLIENTE-REGISTRO ajustado para PIC X(802), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    carteira do vendedor responsavel.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. A imagem do registro
      *    no arquivo morto passou a PIC X(816) (cliente) e PIC X(391)
      *    (funcionario).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD ARQUIVO-MORTO-CLIENTES.

       01  LINHA-MORTA-CLIENTE.
           05 MORTO-CLIENTE-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MORTO-CLIENTE-REGISTRO PIC X(816).

       FD ARQUIVO-MORTO-FUNCIONARIOS.

       01  LINHA-MORTA-FUNCIONARIO.
           05 MORTO-FUNCIONARIO-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MORTO-FUNCIONARIO-REGISTRO PIC X(391).

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  RESPOSTA-CONFIRMACAO PIC X.

       01  TOTAL-CLIENTES-ARQUIVADOS PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "RODADA EM (S)IMULACAO OU (E)FETIVA? (ENTER "
               "PARA SIMULACAO):".
