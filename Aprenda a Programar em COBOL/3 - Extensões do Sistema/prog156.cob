      *    PROG32; o vendedor e validado contra funcionarios.dat
      *    como no PROG70. E contra este cadastro que o relatorio de
      *    atingimento do PROG157 confere o realizado de vendas.dat.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  VENDEDOR-INFORMADO PIC 9(4).
       01  MES-INFORMADO PIC 9(6).
       01  VALOR-INFORMADO PIC 9(8)V99.

       01  VENDEDOR-VALIDACAO-FLAG PIC X VALUE "N".

           OPEN I-O ARQUIVO-META.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-METAS UNTIL RESPOSTA = "N".
       ADICIONA-META.
           PERFORM VALIDA-VENDEDOR-DA-META.
           IF VENDEDOR-APTO
               DISPLAY "Informe o Mes da Meta (AAAAMM):"
               ACCEPT MES-INFORMADO
               DISPLAY "Informe o Valor da Meta:"
               ACCEPT VALOR-INFORMADO
      *    Le o registro pela chave e so regrava se ele existir
           DISPLAY "Informe o Codigo do Vendedor:".
           ACCEPT META-VENDEDOR.
           DISPLAY "Informe o Mes da Meta (AAAAMM):".
           ACCEPT META-AAMM.
           READ ARQUIVO-META
               INVALID KEY
      *    Le o registro pela chave e so exclui se ele existir
           DISPLAY "Informe o Codigo do Vendedor:".
           ACCEPT META-VENDEDOR.
           DISPLAY "Informe o Mes da Meta (AAAAMM):".
           ACCEPT META-AAMM.
           READ ARQUIVO-META
               INVALID KEY
