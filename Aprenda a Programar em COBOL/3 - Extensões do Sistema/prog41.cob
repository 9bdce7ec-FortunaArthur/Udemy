      *    O consolidado de fim de dia deixou de sair so no console
      *    (onde literalmente rolava pra fora da tela): passou a ser
      *    gravado no arquivo de impressao datado
      *    relatorio_prog41_AAAAMMDD.txt, com titulo, data e numero de
      *    pagina no padrao do PROG33, pra auditoria receber a folha
      *    do dia sem rerodar contra dados que ja mudaram.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  TOTAL-FUNCIONARIOS-INATIVOS PIC 9(6) VALUE 0.
       01  TOTAL-FOLHA PIC 9(8)V99 VALUE 0.
       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM MONTA-NOME-DO-RELATORIO.

           PERFORM PROCESSA-CLIENTES.
