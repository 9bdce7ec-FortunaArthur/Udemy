      *    Na simulacao o MERGE e a purga rodam inteiros e o
      *    relatorio mostra o que SERIA consolidado e o que SERIA
      *    purgado, mas nada e gravado em clientes.dat.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 EXT1-TELEFONE PIC X(15).
           05 EXT1-EMAIL PIC X(30).
           05 EXT1-STATUS PIC X.
           05 EXT1-DATA-CADASTRO PIC 9(8).
           05 EXT1-FILIAL PIC X(4).
           05 EXT1-LIMITE-CREDITO PIC 9(8)V99.
           05 EXT1-CREDITO PIC X.
           05 EXT1-QTDE-ENDERECOS PIC 9.
           05 EXT1-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 EXT1-ENDERECO-HIST PIC X(50).
               10 EXT1-ENDERECO-HIST-DATA PIC 9(8).

       FD ARQUIVO-EXTRATO-2.

           05 EXT2-TELEFONE PIC X(15).
           05 EXT2-EMAIL PIC X(30).
           05 EXT2-STATUS PIC X.
           05 EXT2-DATA-CADASTRO PIC 9(8).
           05 EXT2-FILIAL PIC X(4).
           05 EXT2-LIMITE-CREDITO PIC 9(8)V99.
           05 EXT2-CREDITO PIC X.
           05 EXT2-QTDE-ENDERECOS PIC 9.
           05 EXT2-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 EXT2-ENDERECO-HIST PIC X(50).
               10 EXT2-ENDERECO-HIST-DATA PIC 9(8).

           COPY "FDCLIENTE.cob".

           05 MERGE-TELEFONE PIC X(15).
           05 MERGE-EMAIL PIC X(30).
           05 MERGE-STATUS PIC X.
           05 MERGE-DATA-CADASTRO PIC 9(8).
           05 MERGE-FILIAL PIC X(4).
           05 MERGE-LIMITE-CREDITO PIC 9(8)V99.
           05 MERGE-CREDITO PIC X.
           05 MERGE-QTDE-ENDERECOS PIC 9.
           05 MERGE-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 MERGE-ENDERECO-HIST PIC X(50).
               10 MERGE-ENDERECO-HIST-DATA PIC 9(8).

       WORKING-STORAGE SECTION.

