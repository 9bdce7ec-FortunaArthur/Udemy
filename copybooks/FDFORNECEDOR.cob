      *    FDFORNECEDOR.cob - Layout do Registro de Fornecedor
      *    Mantido pelo PROG168. O endereco tem a mesma visao
      *    estruturada de CLIENTE-ENDERECO-COMPONENTES (rua, numero,
      *    cidade, UF e CEP) por REDEFINES sobre os 50 bytes; o CNPJ
      *    e conferido pela sub-rotina PROG132 e telefone/email pela
      *    PROG45, as mesmas regras do cadastro de clientes.
      *    FORNECEDOR-PRAZO-PAGAMENTO e o prazo combinado em dias
      *    corridos a partir da emissao da nota. Fornecedor Inativo
      *    nao tem recebimento aceito no PROG116.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG253.
       FD ARQUIVO-FORNECEDOR.

       01  FORNECEDOR-REGISTRO.
           05 FORNECEDOR-CODIGO PIC 9(6).
           05 FORNECEDOR-NOME PIC X(20).
           05 FORNECEDOR-CNPJ PIC 9(14).
           05 FORNECEDOR-ENDERECO PIC X(50).
           05 FORNECEDOR-ENDERECO-COMPONENTES
               REDEFINES FORNECEDOR-ENDERECO.
               10 FORNECEDOR-END-RUA PIC X(22).
               10 FORNECEDOR-END-NUMERO PIC X(5).
               10 FORNECEDOR-END-CIDADE PIC X(13).
               10 FORNECEDOR-END-UF PIC X(2).
               10 FORNECEDOR-END-CEP PIC X(8).
           05 FORNECEDOR-TELEFONE PIC X(15).
           05 FORNECEDOR-EMAIL PIC X(30).
           05 FORNECEDOR-PRAZO-PAGAMENTO PIC 9(3).
           05 FORNECEDOR-STATUS PIC X.
               88 FORNECEDOR-ATIVO VALUE "A".
               88 FORNECEDOR-INATIVO VALUE "I".
           05 FORNECEDOR-DATA-CADASTRO PIC 9(8).
