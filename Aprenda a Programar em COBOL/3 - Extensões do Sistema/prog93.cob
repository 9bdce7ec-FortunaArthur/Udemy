      *    REGISTRO-GUARDADO-CLIENTE ajustado para PIC X(781), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois do
      *    saldo de exposicao de credito.
      *    REGISTRO-GUARDADO-CLIENTE ajustado para PIC X(788), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    condicao de pagamento padrao e do grupo economico.
      *    REGISTRO-GUARDADO-CLIENTE ajustado para PIC X(802), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    carteira do vendedor responsavel.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. A imagem do registro
      *    guardado na lixeira passou a PIC X(816) (cliente) e PIC
      *    X(391) (funcionario).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  CODIGO-PROCURADO PIC 9(6).

       01  ACHOU-NA-LIXEIRA PIC X.
       01  DATA-DA-EXCLUSAO PIC 9(8).
       01  OPERADOR-DA-EXCLUSAO PIC X(10).
       01  REGISTRO-GUARDADO-CLIENTE PIC X(816).
       01  REGISTRO-GUARDADO-FUNC PIC X(391).

       01  TOTAL-RESTAURADOS PIC 9(6) VALUE 0.

