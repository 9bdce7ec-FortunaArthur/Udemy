      *    clientes_teste.dat e funcionarios_teste.dat, pra cadeia
      *    noturna inteira poder ser ensaiada antes da semana de fim
      *    de ano.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. As areas de teste
      *    acompanham o tamanho novo dos registros de cliente e
      *    funcionario.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  FUNCIONARIO-TESTE-REGISTRO.
           05 FUNCIONARIO-TESTE-CODIGO PIC 9(4).
           05 FUNCIONARIO-TESTE-RESTO PIC X(387).

       WORKING-STORAGE SECTION.

       01  FILIAL-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  QTDE-CLIENTES-PEDIDA PIC 9(4).
       01  QTDE-FUNCIONARIOS-PEDIDA PIC 9(4).
           05 TRAB-CLI-TELEFONE PIC X(15).
           05 TRAB-CLI-EMAIL PIC X(30).
           05 TRAB-CLI-STATUS PIC X.
           05 TRAB-CLI-DATA-CADASTRO PIC 9(8).
           05 TRAB-CLI-FILIAL PIC X(4).
           05 TRAB-CLI-LIMITE-CREDITO PIC 9(8)V99.
           05 TRAB-CLI-CREDITO PIC X.
           05 TRAB-CLI-QTDE-ENDERECOS PIC 9.
           05 TRAB-CLI-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 TRAB-CLI-END-HIST PIC X(50).
               10 TRAB-CLI-END-HIST-DATA PIC 9(8).

      *    Area de trabalho no desenho de FUNCIONARIO-REGISTRO
       01  FUNCIONARIO-TRABALHO.
           05 TRAB-FUN-SITUACAO PIC X.
           05 TRAB-FUN-ESCOLARIDADE PIC X.
           05 TRAB-FUN-CPF PIC 9(11).
           05 TRAB-FUN-DATA-ADMISSAO PIC 9(8).
           05 TRAB-FUN-DATA-NASCIMENTO PIC 9(8).
           05 TRAB-FUN-QTDE-DEPENDENTES PIC 9(2).
           05 TRAB-FUN-DEPENDENTE OCCURS 5 TIMES.
               10 TRAB-DEP-NOME PIC X(20).
               10 TRAB-DEP-PARENTESCO PIC X(15).
               10 TRAB-DEP-NASCIMENTO PIC 9(8).

       01  CPF-MONTADO PIC 9(11).
       01  CPF-DIGITOS REDEFINES CPF-MONTADO.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "QUANTOS CLIENTES DE TESTE GERAR?".
           ACCEPT QTDE-CLIENTES-PEDIDA.
           PERFORM GERA-CPF-VALIDO.
           MOVE CPF-MONTADO TO TRAB-FUN-CPF.
           MOVE DATA-EXECUCAO TO TRAB-FUN-DATA-ADMISSAO.
           MOVE 19800101 TO TRAB-FUN-DATA-NASCIMENTO.

           DIVIDE CONTADOR BY 4 GIVING QUOCIENTE-CICLO
               REMAINDER RESTO-CICLO.
       GERA-DEPENDENTE.
           MOVE "DEPENDENTE DE TESTE" TO TRAB-DEP-NOME(INDICE-CPF).
           MOVE "FILHO(A)" TO TRAB-DEP-PARENTESCO(INDICE-CPF).
           MOVE 20100101 TO TRAB-DEP-NASCIMENTO(INDICE-CPF).

       GERA-CPF-VALIDO.
      *    Monta a raiz de 9 digitos a partir do contador e calcula
