       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG227.
      *    Sub-rotina de Conversao do Registro de Funcionario para o
      *    Layout com Ano de 4 Digitos
      *    O registro inteiro de FUNCIONARIO-REGISTRO
      *    (FDFUNCIONARIO.cob) vai gravado, como imagem, em mais de um
      *    arquivo: funcionarios.dat, funcionarios_excluidos.dat e
      *    funcionarios_arquivo_morto.dat. Pra o desenho antigo (377
      *    bytes, datas em AAMMDD) ficar num lugar so, os programas de
      *    conversao desses arquivos chamam esta sub-rotina com a imagem
      *    antiga:
      *    - C: monta em NOVO-REGISTRO o registro no layout novo (391
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

      *    Imagem antiga de 377 bytes, datas em AAMMDD
       01  ANTIGO-TRABALHO.
           05 TRAB-ANT-CODIGO PIC 9(4).
           05 TRAB-ANT-NOME PIC X(20).
           05 TRAB-ANT-ENDERECO PIC X(50).
           05 TRAB-ANT-TELEFONE PIC X(15).
           05 TRAB-ANT-EMAIL PIC X(30).
           05 TRAB-ANT-SALARIO PIC 9(4)V9(2).
           05 TRAB-ANT-DEPARTAMENTO PIC X(20).
           05 TRAB-ANT-SITUACAO PIC X.
           05 TRAB-ANT-ESCOLARIDADE PIC X.
           05 TRAB-ANT-CPF PIC 9(11).
           05 TRAB-ANT-DATA-ADMISSAO PIC 9(6).
           05 TRAB-ANT-DATA-NASCIMENTO PIC 9(6).
           05 TRAB-ANT-QTDE-DEPENDENTES PIC 9(2).
           05 TRAB-ANT-DEPENDENTE OCCURS 5 TIMES.
               10 TRAB-ANT-DEPENDENTE-NOME PIC X(20).
               10 TRAB-ANT-DEPENDENTE-PARENTESCO PIC X(15).
               10 TRAB-ANT-DEPENDENTE-DATA-NASC PIC 9(6).

      *    Registro no layout novo de 391 bytes, no mesmo desenho de
      *    FDFUNCIONARIO.cob
       01  NOVO-REGISTRO.
           05 NOVO-CODIGO PIC 9(4).
           05 NOVO-NOME PIC X(20).
           05 NOVO-ENDERECO PIC X(50).
           05 NOVO-TELEFONE PIC X(15).
           05 NOVO-EMAIL PIC X(30).
           05 NOVO-SALARIO PIC 9(4)V9(2).
           05 NOVO-DEPARTAMENTO PIC X(20).
           05 NOVO-SITUACAO PIC X.
           05 NOVO-ESCOLARIDADE PIC X.
           05 NOVO-CPF PIC 9(11).
           05 NOVO-DATA-ADMISSAO PIC 9(8).
           05 NOVO-DATA-NASCIMENTO PIC 9(8).
           05 NOVO-QTDE-DEPENDENTES PIC 9(2).
           05 NOVO-DEPENDENTE OCCURS 5 TIMES.
               10 NOVO-DEPENDENTE-NOME PIC X(20).
               10 NOVO-DEPENDENTE-PARENTESCO PIC X(15).
               10 NOVO-DEPENDENTE-DATA-NASC PIC 9(8).

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
           MOVE TRAB-ANT-SALARIO TO NOVO-SALARIO.
           MOVE TRAB-ANT-DEPARTAMENTO TO NOVO-DEPARTAMENTO.
           MOVE TRAB-ANT-SITUACAO TO NOVO-SITUACAO.
           MOVE TRAB-ANT-ESCOLARIDADE TO NOVO-ESCOLARIDADE.
           MOVE TRAB-ANT-CPF TO NOVO-CPF.
           MOVE TRAB-ANT-DATA-ADMISSAO TO DATA-CURTA.
           PERFORM EXPANDE-DATA-PASSADA.
           MOVE DATA-LONGA TO NOVO-DATA-ADMISSAO.
           MOVE TRAB-ANT-DATA-NASCIMENTO TO DATA-CURTA.
           PERFORM EXPANDE-DATA-PASSADA.
           MOVE DATA-LONGA TO NOVO-DATA-NASCIMENTO.
           MOVE TRAB-ANT-QTDE-DEPENDENTES TO NOVO-QTDE-DEPENDENTES.
           PERFORM CONVERTE-DEPENDENTE
               VARYING INDICE-OCORRENCIA FROM 1 BY 1
               UNTIL INDICE-OCORRENCIA > 5.

       CONVERTE-DEPENDENTE.
           MOVE TRAB-ANT-DEPENDENTE-NOME(INDICE-OCORRENCIA)
               TO NOVO-DEPENDENTE-NOME(INDICE-OCORRENCIA).
           MOVE TRAB-ANT-DEPENDENTE-PARENTESCO(INDICE-OCORRENCIA)
               TO NOVO-DEPENDENTE-PARENTESCO(INDICE-OCORRENCIA).
           MOVE TRAB-ANT-DEPENDENTE-DATA-NASC(INDICE-OCORRENCIA)
               TO DATA-CURTA.
           PERFORM EXPANDE-DATA-PASSADA.
           MOVE DATA-LONGA
               TO NOVO-DEPENDENTE-DATA-NASC(INDICE-OCORRENCIA).

       EXPANDE-DATA-PASSADA.
           MOVE "N" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

       CONFERE-DATAS.
           MOVE NOVO-DATA-ADMISSAO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-ADMISSAO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-ADMISSAO
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           ELSE
               IF NOVO-DATA-ADMISSAO NOT = ZEROS
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           END-IF.
           MOVE NOVO-DATA-NASCIMENTO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-NASCIMENTO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-NASCIMENTO
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           ELSE
               IF NOVO-DATA-NASCIMENTO NOT = ZEROS
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           END-IF.
           PERFORM CONFERE-DEPENDENTE
               VARYING INDICE-OCORRENCIA FROM 1 BY 1
               UNTIL INDICE-OCORRENCIA > 5.

       CONFERE-DEPENDENTE.
           MOVE NOVO-DEPENDENTE-DATA-NASC(INDICE-OCORRENCIA)
               TO CONFERE-DATA.
           IF TRAB-ANT-DEPENDENTE-DATA-NASC(INDICE-OCORRENCIA) NUMERIC
               IF CONFERE-DATA NOT =
                   TRAB-ANT-DEPENDENTE-DATA-NASC(INDICE-OCORRENCIA)
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           ELSE
               IF NOVO-DEPENDENTE-DATA-NASC(INDICE-OCORRENCIA) NOT =
                   ZEROS
                   MOVE "N" TO CONVERSAO-RESULTADO
               END-IF
           END-IF.
