      *    comprador nao ser mais sobrescrito pelo do guarda-livros;
      *    a mexida nos contatos sai na trilha de auditoria como
      *    alteracao.
      *    Incluida a condicao de pagamento padrao do cliente
      *    (codigo de condicoes_pagamento.dat, cadastro do PROG176)
      *    no formulario de inclusao e na alteracao: condicao
      *    inexistente ou Inativa e recusada ao lado do campo, e
      *    zero fica como o padrao antigo de 1 parcela a 30 dias. E
      *    a condicao que o PROG63 sugere em cada pedido novo.
      *    Incluido o grupo economico do cliente (codigo de
      *    grupos_economicos.dat, cadastro do PROG186) no formulario
      *    de inclusao e na alteracao, no mesmo molde da condicao:
      *    grupo inexistente ou Inativo e recusado, e zero deixa o
      *    cliente fora de grupo.
      *    Incluido o vendedor responsavel pela carteira do cliente
      *    (FUNCIONARIO-CODIGO, conferido ativo em funcionarios.dat)
      *    no formulario de inclusao e na alteracao; zero e cliente
      *    da casa. Trocar o vendedor na alteracao guarda o anterior
      *    e vale a partir de hoje; troca de carteira inteira ou com
      *    data futura e feita pelo PROG188.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION. *>AKI VC ESTÁ CRIANDO O NOME E O TIPO DO ARQUIVO QUE OS DADOS SERÃO SALVOS*>
           FILE STATUS IS CHECKPOINT-FILE-STATUS.

           COPY "SELEXCCLIENTE.cob".
           COPY "SELCONDPAG.cob".
           COPY "SELGRUPO.cob".
           COPY "SELFUNCIONARIO.cob".

           SELECT OPTIONAL ARQUIVO-TRAVA
           ASSIGN TO "prog32.lck"
           05 CKP-TOTAL-ADICIONADOS PIC 9(6).

           COPY "FDEXCCLIENTE.cob".
           COPY "FDCONDPAG.cob".
           COPY "FDGRUPO.cob".
           COPY "FDFUNCIONARIO.cob".

       FD ARQUIVO-TRAVA.

           05 FILLER PIC X(1) VALUE SPACE.
           05 TRAVA-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRAVA-DATA PIC 9(8).

           COPY "FDSTATUS.cob".

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  CONDPAG-FILE-STATUS PIC X(2).
       01  GRUPO-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  NOVO-CLIENTE-REGISTRO.
           05 NOVO-LIMITE-CREDITO PIC 9(8)V99.
           05 NOVO-TIPO-PESSOA PIC X.
           05 NOVO-CNPJ-CPF PIC 9(14).
           05 NOVO-CONDICAO-PAGAMENTO PIC 9(3).
           05 NOVO-GRUPO PIC 9(4).
           05 NOVO-VENDEDOR PIC 9(4).

       01  DUPLICADO-FLAG PIC X VALUE "N".

       01  OPERACAO-CONTATO PIC X.
       01  FILIAL-CANDIDATA PIC X(4).

       01  CONDICAO-VALIDACAO-FLAG PIC X VALUE "S".
           88 CONDICAO-ACEITA VALUE "S".
           88 CONDICAO-RECUSADA VALUE "N".

       01  VENDEDOR-VALIDACAO-FLAG PIC X VALUE "S".
           88 VENDEDOR-ACEITO VALUE "S".
           88 VENDEDOR-RECUSADO VALUE "N".

       01  GRUPO-VALIDACAO-FLAG PIC X VALUE "S".
           88 GRUPO-ACEITO VALUE "S".
           88 GRUPO-RECUSADO VALUE "N".

       01  FILIAL-VALIDACAO-FLAG PIC X VALUE "N".
           88 FILIAL-ENCONTRADA VALUE "S".
           88 FILIAL-NAO-ENCONTRADA VALUE "N".
       01  ERRO-FILIAL PIC X(25).
       01  ERRO-CEP PIC X(25).
       01  ERRO-DOCUMENTO PIC X(25).
       01  ERRO-CONDICAO PIC X(25).
       01  ERRO-GRUPO PIC X(25).
       01  ERRO-VENDEDOR PIC X(25).
       01  RESPOSTA-FORMULARIO PIC X.
       01  RESPOSTA-CONFIRMA PIC X.

           05 LINE 15 COLUMN 2 VALUE "LIM.CREDITO:".
           05 LINE 15 COLUMN 15 PIC 9(8)V99 USING
               NOVO-LIMITE-CREDITO.
           05 LINE 16 COLUMN 2 VALUE "VENDEDOR...:".
           05 LINE 16 COLUMN 15 PIC 9(4) USING NOVO-VENDEDOR.
           05 LINE 16 COLUMN 50 PIC X(25) FROM ERRO-VENDEDOR.
           05 LINE 17 COLUMN 2 VALUE "PESSOA(F/J):".
           05 LINE 17 COLUMN 15 PIC X USING NOVO-TIPO-PESSOA.
           05 LINE 17 COLUMN 18 VALUE "CNPJ/CPF:".
           05 LINE 17 COLUMN 28 PIC 9(14) USING NOVO-CNPJ-CPF.
           05 LINE 17 COLUMN 50 PIC X(25) FROM ERRO-DOCUMENTO.
           05 LINE 18 COLUMN 2 VALUE "COND.PAGTO.:".
           05 LINE 18 COLUMN 15 PIC 9(3) USING
               NOVO-CONDICAO-PAGAMENTO.
           05 LINE 18 COLUMN 50 PIC X(25) FROM ERRO-CONDICAO.
           05 LINE 19 COLUMN 2 VALUE "GRUPO ECON.:".
           05 LINE 19 COLUMN 15 PIC 9(4) USING NOVO-GRUPO.
           05 LINE 19 COLUMN 50 PIC X(25) FROM ERRO-GRUPO.

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "PROG32".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
               GO TO PROGRAM-DONE
           END-IF.
           OPEN EXTEND ARQUIVO-HISTORICO.
           OPEN INPUT ARQUIVO-CONDICAO-PAGAMENTO.
           OPEN INPUT ARQUIVO-GRUPO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG

           CLOSE ARQUIVO-CLIENTE.*>aki fecha o programa, se a passar do PERFORM*>
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-CONDICAO-PAGAMENTO.
           CLOSE ARQUIVO-GRUPO.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM LIBERA-TRAVA-DE-EXECUCAO.

           MOVE ZEROS TO NOVO-LIMITE-CREDITO.
           MOVE "J" TO NOVO-TIPO-PESSOA.
           MOVE ZEROS TO NOVO-CNPJ-CPF.
           MOVE ZEROS TO NOVO-CONDICAO-PAGAMENTO.
           MOVE ZEROS TO NOVO-GRUPO.
           MOVE ZEROS TO NOVO-VENDEDOR.
           MOVE SPACE TO ERRO-NOME.
           MOVE SPACE TO ERRO-TELEFONE.
           MOVE SPACE TO ERRO-EMAIL.
           MOVE SPACE TO ERRO-FILIAL.
           MOVE SPACE TO ERRO-CEP.
           MOVE SPACE TO ERRO-DOCUMENTO.
           MOVE SPACE TO ERRO-CONDICAO.
           MOVE SPACE TO ERRO-GRUPO.
           MOVE SPACE TO ERRO-VENDEDOR.
           SET FORMULARIO-SEGUE TO TRUE.
           SET CAMPOS-INVALIDOS TO TRUE.

                   MOVE ZERO TO CLIENTE-QTDE-ENDERECOS
                   MOVE ZERO TO CLIENTE-QTDE-CONTATOS
                   MOVE ZEROS TO CLIENTE-EXPOSICAO-ATUAL
                   MOVE NOVO-CONDICAO-PAGAMENTO
                       TO CLIENTE-CONDICAO-PAGAMENTO
                   MOVE NOVO-GRUPO TO CLIENTE-GRUPO
                   MOVE NOVO-VENDEDOR TO CLIENTE-VENDEDOR
                   MOVE ZEROS TO CLIENTE-VENDEDOR-ANTERIOR
                   MOVE DATA-EXECUCAO TO CLIENTE-VENDEDOR-DESDE
                   WRITE CLIENTE-REGISTRO
                       INVALID KEY
                           DISPLAY "CODIGO " CLIENTE-CODIGO
           MOVE SPACE TO ERRO-EMAIL.
           MOVE SPACE TO ERRO-FILIAL.
           MOVE SPACE TO ERRO-CEP.
           MOVE SPACE TO ERRO-CONDICAO.
           MOVE SPACE TO ERRO-GRUPO.
           MOVE SPACE TO ERRO-VENDEDOR.

           IF NOVO-NOME = SPACE
               MOVE "NAO PODE FICAR EM BRANCO" TO ERRO-NOME
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF.

           PERFORM VALIDA-CONDICAO-PAGAMENTO.
           IF CONDICAO-RECUSADA
               MOVE "CONDICAO INEXISTENTE" TO ERRO-CONDICAO
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF.

           PERFORM VALIDA-GRUPO-ECONOMICO.
           IF GRUPO-RECUSADO
               MOVE "GRUPO INEXISTENTE" TO ERRO-GRUPO
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF.

           PERFORM VALIDA-VENDEDOR-DA-CARTEIRA.
           IF VENDEDOR-RECUSADO
               MOVE "VENDEDOR INEXISTENTE" TO ERRO-VENDEDOR
               SET CAMPOS-INVALIDOS TO TRUE
           END-IF.

       VALIDA-CONDICAO-PAGAMENTO.
      *    Zero e o padrao de 1 parcela a 30 dias; qualquer outro
      *    codigo tem que existir e estar Ativo no PROG176
           SET CONDICAO-ACEITA TO TRUE.
           IF NOVO-CONDICAO-PAGAMENTO > 0
               MOVE NOVO-CONDICAO-PAGAMENTO TO CONDPAG-CODIGO
               READ ARQUIVO-CONDICAO-PAGAMENTO
                   INVALID KEY
                       SET CONDICAO-RECUSADA TO TRUE
                   NOT INVALID KEY
                       IF CONDPAG-INATIVA
                           SET CONDICAO-RECUSADA TO TRUE
                       END-IF
               END-READ
           END-IF.

       VALIDA-GRUPO-ECONOMICO.
      *    Zero e cliente fora de grupo; qualquer outro codigo tem
      *    que existir e estar Ativo no PROG186
           SET GRUPO-ACEITO TO TRUE.
           IF NOVO-GRUPO > 0
               MOVE NOVO-GRUPO TO GRUPO-CODIGO
               READ ARQUIVO-GRUPO
                   INVALID KEY
                       SET GRUPO-RECUSADO TO TRUE
                   NOT INVALID KEY
                       IF GRUPO-INATIVO
                           SET GRUPO-RECUSADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       VALIDA-VENDEDOR-DA-CARTEIRA.
      *    Zero e cliente da casa; qualquer outro codigo tem que ser
      *    funcionario Ativo
           SET VENDEDOR-ACEITO TO TRUE.
           IF NOVO-VENDEDOR > 0
               MOVE NOVO-VENDEDOR TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       SET VENDEDOR-RECUSADO TO TRUE
                   NOT INVALID KEY
                       IF NOT FUNCIONARIO-ATIVO
                           SET VENDEDOR-RECUSADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       VALIDA-DOCUMENTO-FISCAL.
      *    Pessoa fisica confere os 11 digitos no PROG97; juridica
      *    confere os 14 no PROG132; tipo fora de F/J ja reprova
               SET CLIENTE-CREDITO-LIVRE TO TRUE
           END-IF.
           PERFORM ACEITA-DOCUMENTO-FISCAL.
           PERFORM ACEITA-CONDICAO-PAGAMENTO.
           PERFORM ACEITA-GRUPO-ECONOMICO.
           PERFORM ACEITA-VENDEDOR-DA-CARTEIRA.

           MOVE CLIENTE-FILIAL TO FILIAL-CANDIDATA.
           CALL "PROG62" USING FILIAL-CANDIDATA FILIAL-VALIDACAO-FLAG.
               END-REWRITE
           END-IF.

       ACEITA-CONDICAO-PAGAMENTO.
      *    Condicao recusada na alteracao mantem a que ja estava no
      *    cadastro
           DISPLAY "Condicao de Pagamento atual: "
               CLIENTE-CONDICAO-PAGAMENTO.
           DISPLAY "Nova Condicao de Pagamento (0 = 30 dias):".
           MOVE ZEROS TO NOVO-CONDICAO-PAGAMENTO.
           ACCEPT NOVO-CONDICAO-PAGAMENTO.
           PERFORM VALIDA-CONDICAO-PAGAMENTO.
           IF CONDICAO-RECUSADA
               DISPLAY "CONDICAO " NOVO-CONDICAO-PAGAMENTO
                   " INEXISTENTE OU INATIVA - MANTIDA A ANTERIOR"
           ELSE
               MOVE NOVO-CONDICAO-PAGAMENTO
                   TO CLIENTE-CONDICAO-PAGAMENTO
           END-IF.

       ACEITA-GRUPO-ECONOMICO.
      *    Grupo recusado na alteracao mantem o que ja estava no
      *    cadastro
           DISPLAY "Grupo Economico atual: " CLIENTE-GRUPO.
           DISPLAY "Novo Grupo Economico (0 = sem grupo):".
           MOVE ZEROS TO NOVO-GRUPO.
           ACCEPT NOVO-GRUPO.
           PERFORM VALIDA-GRUPO-ECONOMICO.
           IF GRUPO-RECUSADO
               DISPLAY "GRUPO " NOVO-GRUPO
                   " INEXISTENTE OU INATIVO - MANTIDO O ANTERIOR"
           ELSE
               MOVE NOVO-GRUPO TO CLIENTE-GRUPO
           END-IF.

       ACEITA-VENDEDOR-DA-CARTEIRA.
      *    Vendedor recusado mantem o da carteira; troca aceita
      *    guarda o anterior e passa a valer hoje
           DISPLAY "Vendedor da Carteira atual: " CLIENTE-VENDEDOR.
           DISPLAY "Novo Vendedor da Carteira (0 = cliente da casa):".
           MOVE ZEROS TO NOVO-VENDEDOR.
           ACCEPT NOVO-VENDEDOR.
           PERFORM VALIDA-VENDEDOR-DA-CARTEIRA.
           IF VENDEDOR-RECUSADO
               DISPLAY "VENDEDOR " NOVO-VENDEDOR
                   " INEXISTENTE OU INATIVO - MANTIDA A CARTEIRA"
           ELSE
               IF NOVO-VENDEDOR NOT = CLIENTE-VENDEDOR
                   MOVE CLIENTE-VENDEDOR TO CLIENTE-VENDEDOR-ANTERIOR
                   MOVE NOVO-VENDEDOR TO CLIENTE-VENDEDOR
                   MOVE DATA-EXECUCAO TO CLIENTE-VENDEDOR-DESDE
               END-IF
           END-IF.

       ACEITA-DOCUMENTO-FISCAL.
      *    Na alteracao o tipo e a inscricao entram juntos e so
      *    saem do laco quando a conferencia do PROG97/PROG132
