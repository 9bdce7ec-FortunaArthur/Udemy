       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG208.
      *    Programa de Listagem do Imobilizado
      *    Lista os bens de imobilizado.dat em ordem de numero, com
      *    filial, centro de custo, data e valor de aquisicao,
      *    depreciacao acumulada e o valor contabil liquido (valor
      *    de aquisicao menos a depreciacao acumulada), mais o ultimo
      *    mes depreciado e a situacao. Bem vendido ou baixado sai
      *    com valor liquido zero, que ja nao esta no balanco.
      *    Filial em branco lista todas; (T) lista tambem os vendidos
      *    e baixados, ENTER so os ativos. Fecha com os totais.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELIMOBIL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDIMOBIL.cob".

       WORKING-STORAGE SECTION.

       01  IMOBIL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  FILIAL-PEDIDA PIC X(4).

       01  LISTA-TODOS-FLAG PIC X.
           88 LISTA-TODOS VALUE "T" "t".

       01  VALOR-LIQUIDO PIC 9(9)V99.

       01  SITUACAO-EXIBIDA PIC X(8).

       01  LINHA-DO-BEM.
           05 LINHA-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-DESCRICAO PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-FILIAL PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-CENTRO-CUSTO PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-SITUACAO PIC X(8).

       01  LINHA-DOS-VALORES.
           05 FILLER PIC X(7) VALUE "  AQUIS".
           05 LINHA-DATA-AQUISICAO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LINHA-VALOR-AQUISICAO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(6) VALUE " DEPR ".
           05 LINHA-DEPRECIACAO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(6) VALUE " LIQ  ".
           05 LINHA-VALOR-LIQUIDO PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(6) VALUE " ULT  ".
           05 LINHA-ULTIMO-MES PIC 9(6).

       01  TOTAL-BENS PIC 9(6) VALUE 0.
       01  TOTAL-AQUISICAO PIC 9(11)V99 VALUE 0.
       01  TOTAL-DEPRECIACAO PIC 9(11)V99 VALUE 0.
       01  TOTAL-LIQUIDO PIC 9(11)V99 VALUE 0.

       01  TOTAL-EXIBIDO PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           MOVE SPACES TO FILIAL-PEDIDA.
           DISPLAY "INFORME A FILIAL (ENTER PARA TODAS):".
           ACCEPT FILIAL-PEDIDA.
           MOVE SPACE TO LISTA-TODOS-FLAG.
           DISPLAY "(T) PARA INCLUIR VENDIDOS E BAIXADOS, ENTER SO "
               "OS ATIVOS:".
           ACCEPT LISTA-TODOS-FLAG.

           DISPLAY "LISTAGEM DO IMOBILIZADO".
           DISPLAY "------------------------------------------------"
               "-----------------------".

           OPEN INPUT ARQUIVO-IMOBILIZADO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-BEM.
           PERFORM AVALIA-BEM UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-IMOBILIZADO.

           DISPLAY "------------------------------------------------"
               "-----------------------".
           DISPLAY "BENS LISTADOS: " TOTAL-BENS.
           MOVE TOTAL-AQUISICAO TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL DE AQUISICAO:          " TOTAL-EXIBIDO.
           MOVE TOTAL-DEPRECIACAO TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL DEPRECIACAO ACUMULADA: " TOTAL-EXIBIDO.
           MOVE TOTAL-LIQUIDO TO TOTAL-EXIBIDO.
           DISPLAY "TOTAL VALOR CONTABIL LIQUIDO:" TOTAL-EXIBIDO.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMO-BEM.
           READ ARQUIVO-IMOBILIZADO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-BEM.
           IF (FILIAL-PEDIDA = SPACES OR IMOB-FILIAL = FILIAL-PEDIDA)
               AND (IMOB-ATIVO OR LISTA-TODOS)
               PERFORM LISTA-BEM
           END-IF.
           PERFORM LER-PROXIMO-BEM.

       LISTA-BEM.
           EVALUATE TRUE
               WHEN IMOB-ATIVO
                   MOVE "ATIVO" TO SITUACAO-EXIBIDA
                   COMPUTE VALOR-LIQUIDO = IMOB-VALOR-AQUISICAO
                       - IMOB-DEPRECIACAO-ACUMULADA
               WHEN IMOB-VENDIDO
                   MOVE "VENDIDO" TO SITUACAO-EXIBIDA
                   MOVE ZEROS TO VALOR-LIQUIDO
               WHEN OTHER
                   MOVE "BAIXADO" TO SITUACAO-EXIBIDA
                   MOVE ZEROS TO VALOR-LIQUIDO
           END-EVALUATE.

           MOVE IMOB-NUMERO TO LINHA-NUMERO.
           MOVE IMOB-DESCRICAO TO LINHA-DESCRICAO.
           MOVE IMOB-FILIAL TO LINHA-FILIAL.
           MOVE IMOB-CENTRO-CUSTO TO LINHA-CENTRO-CUSTO.
           MOVE SITUACAO-EXIBIDA TO LINHA-SITUACAO.
           DISPLAY LINHA-DO-BEM.

           MOVE IMOB-DATA-AQUISICAO TO LINHA-DATA-AQUISICAO.
           MOVE IMOB-VALOR-AQUISICAO TO LINHA-VALOR-AQUISICAO.
           MOVE IMOB-DEPRECIACAO-ACUMULADA TO LINHA-DEPRECIACAO.
           MOVE VALOR-LIQUIDO TO LINHA-VALOR-LIQUIDO.
           MOVE IMOB-ULTIMO-MES-DEPRECIADO TO LINHA-ULTIMO-MES.
           DISPLAY LINHA-DOS-VALORES.

           ADD 1 TO TOTAL-BENS.
           IF IMOB-ATIVO
               ADD IMOB-VALOR-AQUISICAO TO TOTAL-AQUISICAO
               ADD IMOB-DEPRECIACAO-ACUMULADA TO TOTAL-DEPRECIACAO
               ADD VALOR-LIQUIDO TO TOTAL-LIQUIDO
           END-IF.
