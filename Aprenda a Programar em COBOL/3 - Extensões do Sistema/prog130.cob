      *    mostra a escadinha de aliquotas de uma UF. E desta tabela
      *    que a entrada de pedidos tira o ICMS do pedido, em vez do
      *    pessoal calcular imposto na mao fatura por fatura.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  UF-INFORMADA PIC X(2).
       01  VIGENCIA-INFORMADA PIC 9(8).
       01  PERCENTUAL-INFORMADO PIC 9V9(4).
       01  FIM-LISTAGEM PIC X.
       01  TOTAL-NA-LISTAGEM PIC 9(4).
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-ICMS.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
               DISPLAY "UF NAO PODE FICAR EM BRANCO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY "Informe a Data de Vigencia (AAAAMMDD):"
               ACCEPT VIGENCIA-INFORMADA
               DISPLAY "Informe a Aliquota (ex: 01800 = 18%):"
               ACCEPT PERCENTUAL-INFORMADO
       EXCLUI-ALIQUOTA.
           DISPLAY "Informe a UF:".
           ACCEPT ICMS-UF.
           DISPLAY "Informe a Data de Vigencia a Excluir (AAAAMMDD):".
           ACCEPT ICMS-DATA-VIGENCIA.
           READ ARQUIVO-ICMS
               INVALID KEY
