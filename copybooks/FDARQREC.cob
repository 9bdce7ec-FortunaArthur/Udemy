      *    FDARQREC.cob - Layout do Registro de Arquivo Recebido
      *    A data do arquivo vem do header/trailer do remetente ou,
      *    quando o arquivo nao traz controle, e informada pelo
      *    operador junto com a quantidade e o valor esperados
      *    (ARQREC-CONTROLE-DO-OPERADOR). O valor total e a soma do
      *    campo de valor de cada linha de detalhe, zerado quando o
      *    arquivo nao tem valor.
       FD ARQUIVO-RECEBIMENTO.

       01  ARQREC-REGISTRO.
           05 ARQREC-CHAVE.
               10 ARQREC-ARQUIVO PIC X(50).
               10 ARQREC-DATA-ARQUIVO PIC 9(8).
           05 ARQREC-PROGRAMA PIC X(6).
           05 ARQREC-QTDE-REGISTROS PIC 9(7).
           05 ARQREC-VALOR-TOTAL PIC 9(11)V99.
           05 ARQREC-ORIGEM-CONTROLE PIC X.
               88 ARQREC-CONTROLE-DO-REMETENTE VALUE "R".
               88 ARQREC-CONTROLE-DO-OPERADOR VALUE "O".
           05 ARQREC-SITUACAO PIC X.
               88 ARQREC-CONFERIDO VALUE "V".
               88 ARQREC-CARREGADO VALUE "C".
           05 ARQREC-DATA-CONFERENCIA PIC 9(8).
           05 ARQREC-DATA-CARGA PIC 9(8).
