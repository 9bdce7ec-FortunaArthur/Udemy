      *    sign-off (evento O) em sessoes_operadores.dat. Chamada no
      *    final dos programas que abrem sessao, pra trilha ter
      *    entrada e saida.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       01  DATA-DO-SIGNOFF PIC 9(8).

       LINKAGE SECTION.


       PROCEDURE DIVISION USING SIGNOFF-CODIGO SIGNOFF-PROGRAMA.
       PROGRAM-BEGIN.
           ACCEPT DATA-DO-SIGNOFF FROM DATE YYYYMMDD.
           OPEN EXTEND ARQUIVO-SESSAO.
           MOVE SPACE TO LINHA-SESSAO.
           MOVE DATA-DO-SIGNOFF TO SESSAO-DATA.
