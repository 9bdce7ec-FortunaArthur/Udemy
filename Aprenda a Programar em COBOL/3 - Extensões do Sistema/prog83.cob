      *    travado, rejeitado e troca - sai numa linha de
      *    sessoes_operadores.dat; o sign-off e a sub-rotina irma
      *    PROG163 e o relatorio mensal das sessoes e o PROG164.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  OPERADOR-FILE-STATUS PIC X(2).
       01  DATA-DO-SIGNON.
           05 SIGNON-AA PIC 9(4).
           05 SIGNON-MM PIC 99.
           05 SIGNON-DD PIC 99.

       01  DATA-SENHA-DESMONTADA.
           05 SENHA-AA PIC 9(4).
           05 SENHA-MM PIC 99.
           05 SENHA-DD PIC 99.

           SET SIGNON-NAO-PODE-EXCLUIR TO TRUE.
           SET SIGNON-SEM-DADOS-COMPLETOS TO TRUE.

           ACCEPT DATA-DO-SIGNON FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE = SIGNON-AA * 360
               + SIGNON-MM * 30 + SIGNON-DD.

