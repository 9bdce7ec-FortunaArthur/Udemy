      *    LINHA-BACKUP-FUNCIONARIO ajustado para PIC X(377), pra
      *    acompanhar o tamanho de FUNCIONARIO-REGISTRO depois das
      *    datas de admissao e de nascimento.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. A imagem do registro
      *    de funcionario no backup passou a PIC X(391).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD ARQUIVO-BACKUP-FUNCIONARIO.

       01  LINHA-BACKUP-FUNCIONARIO PIC X(391).

       WORKING-STORAGE SECTION.

