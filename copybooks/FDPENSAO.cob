      *    FDPENSAO.cob - Layout do Registro de Ordem Judicial de
      *    Pensao Alimenticia
      *    PENSAO-FUNCIONARIO e a chave FUNCIONARIO-CODIGO de
      *    funcionarios.dat. A base da ordem e um percentual sobre o
      *    liquido (bruto menos a previdencia e o desconto de
      *    afastamento, antes do imposto), um percentual sobre o
      *    bruto ou um valor fixo. A ordem vale do mes da data de
      *    inicio ate o mes da data de fim; data de fim zerada e
      *    ordem sem prazo. Os dados bancarios do beneficiario vao
      *    pra remessa do PROG76.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG277.
       FD ARQUIVO-PENSAO.

       01  PENSAO-REGISTRO.
           05 PENSAO-CHAVE.
               10 PENSAO-FUNCIONARIO PIC 9(4).
               10 PENSAO-SEQUENCIA PIC 9(2).
           05 PENSAO-BENEFICIARIO PIC X(20).
           05 PENSAO-CPF-BENEFICIARIO PIC 9(11).
           05 PENSAO-BANCO PIC 9(3).
           05 PENSAO-AGENCIA PIC 9(4).
           05 PENSAO-CONTA PIC X(12).
           05 PENSAO-BASE-CALCULO PIC X.
               88 PENSAO-SOBRE-LIQUIDO VALUE "L".
               88 PENSAO-SOBRE-BRUTO VALUE "B".
               88 PENSAO-EM-VALOR-FIXO VALUE "F".
               88 PENSAO-BASE-VALIDA VALUE "L" "B" "F".
           05 PENSAO-PERCENTUAL PIC 99V99.
           05 PENSAO-VALOR-FIXO PIC 9(6)V99.
           05 PENSAO-DATA-INICIO PIC 9(8).
           05 PENSAO-INICIO-PARTES REDEFINES PENSAO-DATA-INICIO.
               10 PENSAO-INICIO-AAMM PIC 9(6).
               10 PENSAO-INICIO-DD PIC 99.
           05 PENSAO-DATA-FIM PIC 9(8).
           05 PENSAO-FIM-PARTES REDEFINES PENSAO-DATA-FIM.
               10 PENSAO-FIM-AAMM PIC 9(6).
               10 PENSAO-FIM-DD PIC 99.
           05 PENSAO-PROCESSO PIC X(25).
