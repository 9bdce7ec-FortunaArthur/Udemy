      *    FDTRANSF.cob - Layout do Documento de Transferencia entre
      *    Filiais
      *    Nasce Em transito no envio (sai do saldo da origem e fica
      *    a caminho do destino) e passa a Recebida quando o destino
      *    confirma a chegada (entra no saldo do destino). O
      *    operador de cada passo vem do sign-on. Produto com lote
      *    guarda de que lotes saiu em transferencia_lotes.dat
      *    (FDLOTETRF), pela chave TRANSF-NUMERO.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG292.
       FD ARQUIVO-TRANSFERENCIA.

       01  TRANSF-REGISTRO.
           05 TRANSF-NUMERO PIC 9(6).
           05 TRANSF-PRODUTO PIC 9(4).
           05 TRANSF-QTDE PIC 9(6).
           05 TRANSF-FILIAL-ORIGEM PIC X(4).
           05 TRANSF-FILIAL-DESTINO PIC X(4).
           05 TRANSF-SITUACAO PIC X.
               88 TRANSF-EM-TRANSITO VALUE "T".
               88 TRANSF-RECEBIDA VALUE "R".
           05 TRANSF-DATA-ENVIO PIC 9(8).
           05 TRANSF-OPERADOR-ENVIO PIC X(10).
           05 TRANSF-DATA-RECEBIMENTO PIC 9(8).
           05 TRANSF-OPERADOR-RECEBIMENTO PIC X(10).
