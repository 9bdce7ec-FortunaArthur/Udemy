      *    Adicionar/Modificar/Excluir do PROG32. E este calendario
      *    que a consulta do PROG88 le pra barrar a cadeia noturna em
      *    dia nao util e pra responder qual e o dia util anterior.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDOS PIC 9(6) VALUE 0.
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-CALENDARIO.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-CALENDARIO UNTIL RESPOSTA = "N".

       ADICIONA-DATA.
           MOVE SPACE TO CALENDARIO-REGISTRO.
           DISPLAY "Informe a Data (AAAAMMDD):".
           ACCEPT CALENDARIO-DATA.
           PERFORM INFORMA-CAMPOS-DA-DATA.


       ALTERA-DATA.
      *    Le o registro pela chave e so regrava se ele existir
           DISPLAY "Informe a Data a Alterar (AAAAMMDD):".
           ACCEPT CALENDARIO-DATA.
           READ ARQUIVO-CALENDARIO
               INVALID KEY

       EXCLUI-DATA.
      *    Le o registro pela chave e so exclui se ele existir
           DISPLAY "Informe a Data a Excluir (AAAAMMDD):".
           ACCEPT CALENDARIO-DATA.
           READ ARQUIVO-CALENDARIO
               INVALID KEY
