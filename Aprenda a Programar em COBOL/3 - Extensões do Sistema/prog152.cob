      *    e (L)istar mostra a escadinha de um tipo. Quem escolhe a
      *    vigencia em vigor no mes pago e a sub-rotina PROG153,
      *    chamada pelos fechamentos.
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

       01  TIPO-INFORMADO PIC X.
       PROGRAM-BEGIN.

           OPEN I-O ARQUIVO-FAIXA.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
               DISPLAY "TIPO INVALIDO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               DISPLAY "Data de Vigencia (AAAAMMDD):"
               ACCEPT FAIXA-DATA-VIGENCIA
               DISPLAY "Sequencia da Faixa (1-9):"
               ACCEPT FAIXA-SEQUENCIA
       EXCLUI-FAIXA.
           DISPLAY "Tipo ((P)revidencia / (I)mposto):".
           ACCEPT FAIXA-TIPO.
           DISPLAY "Data de Vigencia (AAAAMMDD):".
           ACCEPT FAIXA-DATA-VIGENCIA.
           DISPLAY "Sequencia da Faixa (1-9):".
           ACCEPT FAIXA-SEQUENCIA.
