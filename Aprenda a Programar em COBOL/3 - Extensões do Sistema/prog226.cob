       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG226.
      *    Sub-rotina de Conversao do Registro de Cliente para o Layout
      *    com Ano de 4 Digitos
      *    O registro inteiro de CLIENTE-REGISTRO (FDCLIENTE.cob) vai
      *    gravado, como imagem, em mais de um arquivo: clientes.dat,
      *    clientes_excluidos.dat e clientes_arquivo_morto.dat. Pra o
      *    desenho antigo (802 bytes, datas em AAMMDD) ficar num lugar
      *    so, os programas de conversao desses arquivos chamam esta
      *    sub-rotina com a imagem antiga:
      *    - C: monta em NOVO-REGISTRO o registro no layout novo (816
      *      bytes), com cada data expandida pelo PROG225;
      *    - V: confere as datas de NOVO-REGISTRO contra a imagem antiga
      *      (mesmo dia, mes e ano de 2 digitos; data antiga em branco
      *      tem que ter ficado zerada) e devolve "N" em
      *      CONVERSAO-RESULTADO se alguma nao bater.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  TIPO-EXPANSAO PIC X.
       01  DATA-CURTA PIC 9(6).
       01  DATA-LONGA PIC 9(8).
       01  CONFERE-DATA PIC 9(6).
       01  INDICE-OCORRENCIA PIC 9(2).

       LINKAGE SECTION.

       01  CONVERSAO-OPERACAO PIC X.
       01  CONVERSAO-RESULTADO PIC X.

      *    Imagem antiga de 802 bytes, datas em AAMMDD
       01  ANTIGO-TRABALHO.
           05 TRAB-ANT-CODIGO PIC 9(6).
           05 TRAB-ANT-NOME PIC X(20).
           05 TRAB-ANT-ENDERECO PIC X(50).
           05 TRAB-ANT-TELEFONE PIC X(15).
           05 TRAB-ANT-EMAIL PIC X(30).
           05 TRAB-ANT-STATUS PIC X.
           05 TRAB-ANT-DATA-CADASTRO PIC 9(6).
           05 TRAB-ANT-FILIAL PIC X(4).
           05 TRAB-ANT-LIMITE-CREDITO PIC 9(8)V99.
           05 TRAB-ANT-CREDITO PIC X.
           05 TRAB-ANT-TIPO-PESSOA PIC X.
           05 TRAB-ANT-CNPJ-CPF PIC 9(14).
           05 TRAB-ANT-QTDE-ENDERECOS PIC 9.
           05 TRAB-ANT-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 TRAB-ANT-ENDERECO-HIST PIC X(50).
               10 TRAB-ANT-ENDERECO-HIST-DATA PIC 9(6).
           05 TRAB-ANT-EXPOSICAO-ATUAL PIC 9(9)V99.
           05 TRAB-ANT-QTDE-CONTATOS PIC 9.
           05 TRAB-ANT-CONTATO OCCURS 5 TIMES.
               10 TRAB-ANT-CONTATO-NOME PIC X(20).
               10 TRAB-ANT-CONTATO-FUNCAO PIC X.
               10 TRAB-ANT-CONTATO-TELEFONE PIC X(15).
               10 TRAB-ANT-CONTATO-EMAIL PIC X(30).
           05 TRAB-ANT-CONDICAO-PAGAMENTO PIC 9(3).
           05 TRAB-ANT-GRUPO PIC 9(4).
           05 TRAB-ANT-VENDEDOR PIC 9(4).
           05 TRAB-ANT-VENDEDOR-ANTERIOR PIC 9(4).
           05 TRAB-ANT-VENDEDOR-DESDE PIC 9(6).

      *    Registro no layout novo de 816 bytes, no mesmo desenho de
      *    FDCLIENTE.cob
       01  NOVO-REGISTRO.
           05 NOVO-CODIGO PIC 9(6).
           05 NOVO-NOME PIC X(20).
           05 NOVO-ENDERECO PIC X(50).
           05 NOVO-TELEFONE PIC X(15).
           05 NOVO-EMAIL PIC X(30).
           05 NOVO-STATUS PIC X.
           05 NOVO-DATA-CADASTRO PIC 9(8).
           05 NOVO-FILIAL PIC X(4).
           05 NOVO-LIMITE-CREDITO PIC 9(8)V99.
           05 NOVO-CREDITO PIC X.
           05 NOVO-TIPO-PESSOA PIC X.
           05 NOVO-CNPJ-CPF PIC 9(14).
           05 NOVO-QTDE-ENDERECOS PIC 9.
           05 NOVO-ENDERECO-ANTERIOR OCCURS 5 TIMES.
               10 NOVO-ENDERECO-HIST PIC X(50).
               10 NOVO-ENDERECO-HIST-DATA PIC 9(8).
           05 NOVO-EXPOSICAO-ATUAL PIC 9(9)V99.
           05 NOVO-QTDE-CONTATOS PIC 9.
           05 NOVO-CONTATO OCCURS 5 TIMES.
               10 NOVO-CONTATO-NOME PIC X(20).
               10 NOVO-CONTATO-FUNCAO PIC X.
               10 NOVO-CONTATO-TELEFONE PIC X(15).
               10 NOVO-CONTATO-EMAIL PIC X(30).
           05 NOVO-CONDICAO-PAGAMENTO PIC 9(3).
           05 NOVO-GRUPO PIC 9(4).
           05 NOVO-VENDEDOR PIC 9(4).
           05 NOVO-VENDEDOR-ANTERIOR PIC 9(4).
           05 NOVO-VENDEDOR-DESDE PIC 9(8).

       PROCEDURE DIVISION USING CONVERSAO-OPERACAO ANTIGO-TRABALHO
           NOVO-REGISTRO CONVERSAO-RESULTADO.
       PROGRAM-BEGIN.
           MOVE "S" TO CONVERSAO-RESULTADO.

           EVALUATE CONVERSAO-OPERACAO
               WHEN "C"
                   PERFORM MONTA-REGISTRO-NOVO
               WHEN "V"
                   PERFORM CONFERE-DATAS
               WHEN OTHER
                   MOVE "N" TO CONVERSAO-RESULTADO
           END-EVALUATE.

       PROGRAM-DONE.
           GOBACK.

       MONTA-REGISTRO-NOVO.
           MOVE SPACES TO NOVO-REGISTRO.
           MOVE TRAB-ANT-CODIGO TO NOVO-CODIGO.
           MOVE TRAB-ANT-NOME TO NOVO-NOME.
           MOVE TRAB-ANT-ENDERECO TO NOVO-ENDERECO.
           MOVE TRAB-ANT-TELEFONE TO NOVO-TELEFONE.
           MOVE TRAB-ANT-EMAIL TO NOVO-EMAIL.
           MOVE TRAB-ANT-STATUS TO NOVO-STATUS.
           MOVE TRAB-ANT-DATA-CADASTRO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO NOVO-DATA-CADASTRO.
           MOVE TRAB-ANT-FILIAL TO NOVO-FILIAL.
           MOVE TRAB-ANT-LIMITE-CREDITO TO NOVO-LIMITE-CREDITO.
           MOVE TRAB-ANT-CREDITO TO NOVO-CREDITO.
           MOVE TRAB-ANT-TIPO-PESSOA TO NOVO-TIPO-PESSOA.
           MOVE TRAB-ANT-CNPJ-CPF TO NOVO-CNPJ-CPF.
           MOVE TRAB-ANT-QTDE-ENDERECOS TO NOVO-QTDE-ENDERECOS.
           PERFORM CONVERTE-ENDERECO-ANTERIOR
               VARYING INDICE-OCORRENCIA FROM 1 BY 1
               UNTIL INDICE-OCORRENCIA > 5.
           MOVE TRAB-ANT-EXPOSICAO-ATUAL TO NOVO-EXPOSICAO-ATUAL.
           MOVE TRAB-ANT-QTDE-CONTATOS TO NOVO-QTDE-CONTATOS.
           PERFORM CONVERTE-CONTATO
               VARYING INDICE-OCORRENCIA FROM 1 BY 1
               UNTIL INDICE-OCORRENCIA > 5.
           MOVE TRAB-ANT-CONDICAO-PAGAMENTO TO NOVO-CONDICAO-PAGAMENTO.
           MOVE TRAB-ANT-GRUPO TO NOVO-GRUPO.
           MOVE TRAB-ANT-VENDEDOR TO NOVO-VENDEDOR.
           MOVE TRAB-ANT-VENDEDOR-ANTERIOR TO NOVO-VENDEDOR-ANTERIOR.
           MOVE TRAB-ANT-VENDEDOR-DESDE TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO NOVO-VENDEDOR-DESDE.

       CONVERTE-ENDERECO-ANTERIOR.
           MOVE TRAB-ANT-ENDERECO-HIST(INDICE-OCORRENCIA)
               TO NOVO-ENDERECO-HIST(INDICE-OCORRENCIA).
           MOVE TRAB-ANT-ENDERECO-HIST-DATA(INDICE-OCORRENCIA)
               TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA
               TO NOVO-ENDERECO-HIST-DATA(INDICE-OCORRENCIA).

       CONVERTE-CONTATO.
           MOVE TRAB-ANT-CONTATO(INDICE-OCORRENCIA)
               TO NOVO-CONTATO(INDICE-OCORRENCIA).

       EXPANDE-DATA.
           MOVE "D" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

       CONFERE-DATAS.
           MOVE NOVO-DATA-CADASTRO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-CADASTRO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-CADASTRO
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           ELSE
               IF NOVO-DATA-CADASTRO NOT = ZEROS
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           END-IF.
           PERFORM CONFERE-ENDERECO-ANTERIOR
               VARYING INDICE-OCORRENCIA FROM 1 BY 1
               UNTIL INDICE-OCORRENCIA > 5.
           MOVE NOVO-VENDEDOR-DESDE TO CONFERE-DATA.
           IF TRAB-ANT-VENDEDOR-DESDE NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-VENDEDOR-DESDE
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           ELSE
               IF NOVO-VENDEDOR-DESDE NOT = ZEROS
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           END-IF.

       CONFERE-ENDERECO-ANTERIOR.
           MOVE NOVO-ENDERECO-HIST-DATA(INDICE-OCORRENCIA)
               TO CONFERE-DATA.
           IF TRAB-ANT-ENDERECO-HIST-DATA(INDICE-OCORRENCIA) NUMERIC
               IF CONFERE-DATA NOT =
                   TRAB-ANT-ENDERECO-HIST-DATA(INDICE-OCORRENCIA)
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           ELSE
               IF NOVO-ENDERECO-HIST-DATA(INDICE-OCORRENCIA) NOT = ZEROS
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           END-IF.
