      *    nao consta no cadastro.
      *    O relatorio deixou de sair so no console: passou a ser
      *    gravado no arquivo de impressao datado
      *    relatorio_prog39_AAAAMMDD.txt, com titulo, data e numero de
      *    pagina no padrao do PROG33, pra folha de cada dia poder
      *    ser arquivada e reimpressa sem rerodar.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  NOME-DEPARTAMENTO-EXIBIDO PIC X(20).
       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM MONTA-NOME-DO-RELATORIO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
