      *    HISTORICO DE ALTERACOES
      *    O quadro deixou de sair so no console (onde sumia com a
      *    rolagem): passou a ser gravado no arquivo de impressao
      *    datado relatorio_prog40_AAAAMMDD.txt, com titulo, data e
      *    numero de pagina no padrao do PROG33, pra poder ser
      *    arquivado e reimpresso sem rerodar.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  TOTAL-FUNCIONARIOS PIC 9(6) VALUE 0.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM MONTA-NOME-DO-RELATORIO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
