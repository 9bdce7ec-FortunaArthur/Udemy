      *    Eventos: (S) sign-on aceito, (O) sign-off, (F) senha
      *    errada, (T) tentativa com operador travado, (R) operador
      *    rejeitado (inexistente ou inativo), (X) troca de senha.
      *    A manutencao do cadastro no PROG82 tambem anexa as viradas
      *    do operador: (N)ovo, (I)nativado, (A) reativado, (D)
      *    destravado na redefinicao de senha e (E)xcluido - com o
      *    operador alterado em SESSAO-OPERADOR. E com elas que o
      *    PROG316 sabe a situacao de um operador numa data passada.
      *    Datas com ano de 4 digitos (AAAAMMDD, e meses AAAAMM);
      *    arquivo gravado no layout antigo e convertido pelo PROG288.
       FD ARQUIVO-SESSAO.

       01  LINHA-SESSAO.
           05 SESSAO-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SESSAO-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
               88 SESSAO-TRAVADO VALUE "T".
               88 SESSAO-REJEITADO VALUE "R".
               88 SESSAO-TROCA-SENHA VALUE "X".
               88 SESSAO-CADASTRO-NOVO VALUE "N".
               88 SESSAO-CADASTRO-INATIVADO VALUE "I".
               88 SESSAO-CADASTRO-REATIVADO VALUE "A".
               88 SESSAO-CADASTRO-DESTRAVADO VALUE "D".
               88 SESSAO-CADASTRO-EXCLUIDO VALUE "E".
