      *    FDESTQFIL.cob - Layout do Registro de Estoque por Filial
      *    ESTFIL-PRODUTO e a chave PRODUTO-CODIGO de produtos.dat e
      *    ESTFIL-FILIAL a chave FILIAL-CODIGO de filiais.dat. O
      *    disponivel da filial e o saldo menos a reserva; o em
      *    transito ainda nao esta na prateleira e nao entra no
      *    disponivel ate a transferencia ser recebida (PROG196).
       FD ARQUIVO-ESTOQUE-FILIAL.

       01  ESTFIL-REGISTRO.
           05 ESTFIL-CHAVE.
               10 ESTFIL-PRODUTO PIC 9(4).
               10 ESTFIL-FILIAL PIC X(4).
           05 ESTFIL-SALDO PIC 9(6).
           05 ESTFIL-QTDE-RESERVADA PIC 9(6).
           05 ESTFIL-EM-TRANSITO PIC 9(6).
