      *    em historico_lotacoes.dat - e por ele que o custo por
      *    departamento do PROG39 se explica num mes de mudanca. A
      *    opcao (H)istorico lista as lotacoes de um funcionario.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS TRANSF-CHAVE
           FILE STATUS IS TRANSFERENCIA-FILE-STATUS.

           COPY "SELLOTACAO.cob".

       DATA DIVISION.
       FILE SECTION.
       01  TRANSFERENCIA-REGISTRO.
           05 TRANSF-CHAVE.
               10 TRANSF-FUNCIONARIO PIC 9(4).
               10 TRANSF-DATA-EFETIVA PIC 9(8).
           05 TRANSF-DEPTO-DESTINO PIC X(4).

           COPY "FDLOTACAO.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CODIGO-INFORMADO PIC 9(4).
       01  DEPTO-DESTINO PIC X(4).
       01  DATA-EFETIVA-INFORMADA PIC 9(8).
       01  DEPTO-ANTERIOR-GUARDADO PIC X(20).
       01  TOTAL-LOTACOES-LISTADAS PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

       CAPTURA-VIGENCIA.
           MOVE ZEROS TO DATA-EFETIVA-INFORMADA.
           DISPLAY "Informe a Data de Vigencia (AAAAMMDD, ENTER para "
               "hoje):".
           ACCEPT DATA-EFETIVA-INFORMADA.
           IF DATA-EFETIVA-INFORMADA = 0
