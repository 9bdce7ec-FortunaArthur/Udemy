      *    FDDISTREL.cob - Layout da Linha do Arquivo de Distribuicao
      *    1 registro por linha impressa de cada item do relatorio.
      *    DISTR-ITEM numera os itens na ordem do relatorio e
      *    DISTR-LINHA as linhas dentro do item, pra o item nunca
      *    ser partido entre paginas na distribuicao. O valor do
      *    item (o que entra no total da pagina) vai so na linha 1;
      *    relatorio sem valor grava zero e o total fica so na
      *    quantidade de itens.
       FD ARQUIVO-DISTRIBUICAO.

       01  LINHA-DISTRIBUICAO.
           05 DISTR-RELATORIO PIC X(8).
           05 DISTR-DATA PIC 9(8).
           05 DISTR-FILIAL PIC X(4).
           05 DISTR-ITEM PIC 9(6).
           05 DISTR-LINHA PIC 9(2).
           05 DISTR-VALOR PIC 9(9)V99.
           05 DISTR-TEXTO PIC X(132).
