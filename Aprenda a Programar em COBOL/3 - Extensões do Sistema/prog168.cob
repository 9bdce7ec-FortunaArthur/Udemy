       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG168.
      *    Programa de Manutencao do Cadastro de Fornecedores
      *    Mantem fornecedores.dat, indexado por FORNECEDOR-CODIGO,
      *    com a mesma estrutura de Adicionar/Modificar do PROG81 e
      *    as regras de validacao do cadastro de clientes do PROG32:
      *    CNPJ conferido pela sub-rotina PROG132 (repete ate
      *    conferir), telefone/email pela PROG45, endereco por
      *    componentes com o CEP de 8 digitos e o prazo de pagamento
      *    em dias. Fornecedor nao e excluido: a opcao (I)nativar
      *    vira a situacao pra Inativo e o recebimento do PROG116
      *    deixa de aceitar nota dele, sem perder a referencia dos
      *    movimentos de estoque ja gravados com o codigo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFORNECEDOR.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFORNECEDOR.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FORNECEDOR-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

       01  CNPJ-VALIDACAO-FLAG PIC X VALUE "N".
           88 CNPJ-VALIDO VALUE "S".
           88 CNPJ-INVALIDO VALUE "N".

       01  CONTATO-VALIDACAO-FLAG PIC X VALUE "S".
           88 CONTATO-VALIDO VALUE "S".
           88 CONTATO-INVALIDO VALUE "N".

       01  TOTAL-ADICIONADOS PIC 9(6) VALUE 0.
       01  TOTAL-ALTERADOS PIC 9(6) VALUE 0.
       01  TOTAL-INATIVADOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "FORNEC".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - CADASTRO ENCERRADO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-FORNECEDOR.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-FORNECEDORES UNTIL RESPOSTA = "N".

           DISPLAY "FORNECEDORES ADICIONADOS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "FORNECEDORES ALTERADOS NESTA EXECUCAO: "
               TOTAL-ALTERADOS.
           DISPLAY "FORNECEDORES INATIVADOS NESTA EXECUCAO: "
               TOTAL-INATIVADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-FORNECEDOR.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-FORNECEDORES.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (I)nativar Fornecedor?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-FORNECEDOR
               WHEN "M"
                   PERFORM ALTERA-FORNECEDOR
               WHEN "I"
                   PERFORM INATIVA-FORNECEDOR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar no cadastro? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-FORNECEDOR.
           MOVE SPACE TO FORNECEDOR-REGISTRO.
           DISPLAY "Informe o Codigo do Fornecedor:".
           ACCEPT FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   PERFORM ACEITA-CAMPOS-DO-FORNECEDOR
                   SET FORNECEDOR-ATIVO TO TRUE
                   MOVE DATA-EXECUCAO TO FORNECEDOR-DATA-CADASTRO
                   PERFORM GRAVA-NOVO-FORNECEDOR
               NOT INVALID KEY
                   DISPLAY "CODIGO " FORNECEDOR-CODIGO
                       " JA CADASTRADO - " FORNECEDOR-NOME
                   SET EXECUCAO-COM-ERRO TO TRUE
           END-READ.

       GRAVA-NOVO-FORNECEDOR.
           IF FORNECEDOR-NOME = SPACE
               DISPLAY "NOME NAO PODE FICAR EM BRANCO, FORNECEDOR "
                   "NAO GRAVADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               WRITE FORNECEDOR-REGISTRO
                   INVALID KEY
                       DISPLAY "CODIGO " FORNECEDOR-CODIGO
                           " JA CADASTRADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ADICIONADOS
               END-WRITE
           END-IF.

       ALTERA-FORNECEDOR.
      *    Le o registro pela chave e so regrava se ele existir
           DISPLAY "Informe o Codigo do Fornecedor a Alterar:".
           ACCEPT FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   DISPLAY "CODIGO " FORNECEDOR-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ALTERA-CAMPOS
           END-READ.

       ALTERA-CAMPOS.
           PERFORM ACEITA-CAMPOS-DO-FORNECEDOR.
           DISPLAY "Novo Status (A-Ativo / I-Inativo):".
           ACCEPT FORNECEDOR-STATUS.
           IF NOT (FORNECEDOR-ATIVO OR FORNECEDOR-INATIVO)
               DISPLAY "STATUS INVALIDO, ASSUMIDO A-ATIVO"
               SET FORNECEDOR-ATIVO TO TRUE
           END-IF.

           IF FORNECEDOR-NOME = SPACE
               DISPLAY "NOME NAO PODE FICAR EM BRANCO, ALTERACAO "
                   "NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               REWRITE FORNECEDOR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O CODIGO "
                           FORNECEDOR-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ALTERADOS
               END-REWRITE
           END-IF.

       INATIVA-FORNECEDOR.
      *    Fornecedor com movimento gravado nao some do cadastro:
      *    so vira Inativo
           DISPLAY "Informe o Codigo do Fornecedor a Inativar:".
           ACCEPT FORNECEDOR-CODIGO.
           READ ARQUIVO-FORNECEDOR
               INVALID KEY
                   DISPLAY "CODIGO " FORNECEDOR-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-INATIVACAO
           END-READ.

       GRAVA-INATIVACAO.
           IF FORNECEDOR-INATIVO
               DISPLAY "FORNECEDOR " FORNECEDOR-CODIGO
                   " JA ESTA INATIVO"
           ELSE
               SET FORNECEDOR-INATIVO TO TRUE
               REWRITE FORNECEDOR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO INATIVAR O CODIGO "
                           FORNECEDOR-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-INATIVADOS
                       DISPLAY "FORNECEDOR " FORNECEDOR-CODIGO
                           " INATIVADO"
               END-REWRITE
           END-IF.

       ACEITA-CAMPOS-DO-FORNECEDOR.
      *    Comum a inclusao e a alteracao: nome, CNPJ (repete ate o
      *    PROG132 aprovar), endereco por componentes, contato
      *    (repete ate o PROG45 aprovar) e prazo de pagamento
           DISPLAY "Nome do Fornecedor:".
           ACCEPT FORNECEDOR-NOME.

           SET CNPJ-INVALIDO TO TRUE.
           PERFORM PERGUNTA-CNPJ UNTIL CNPJ-VALIDO.

           PERFORM ACEITA-ENDERECO-POR-COMPONENTES.

           SET CONTATO-INVALIDO TO TRUE.
           PERFORM PERGUNTA-CONTATO UNTIL CONTATO-VALIDO.

           DISPLAY "Prazo de Pagamento (dias):".
           ACCEPT FORNECEDOR-PRAZO-PAGAMENTO.

       PERGUNTA-CNPJ.
           DISPLAY "CNPJ (so digitos):".
           ACCEPT FORNECEDOR-CNPJ.
           CALL "PROG132" USING FORNECEDOR-CNPJ CNPJ-VALIDACAO-FLAG.
           IF CNPJ-INVALIDO
               DISPLAY "CNPJ NAO CONFERE, REPITA"
           END-IF.

       PERGUNTA-CONTATO.
           DISPLAY "Telefone:".
           ACCEPT FORNECEDOR-TELEFONE.
           DISPLAY "Email:".
           ACCEPT FORNECEDOR-EMAIL.
           CALL "PROG45" USING FORNECEDOR-TELEFONE FORNECEDOR-EMAIL
               CONTATO-VALIDACAO-FLAG.
           IF CONTATO-INVALIDO
               DISPLAY "SO NUMEROS NO TELEFONE E EMAIL PRECISA DE @, "
                   "REPITA"
           END-IF.

       ACEITA-ENDERECO-POR-COMPONENTES.
      *    O endereco entra por componentes, com o CEP conferido ate
      *    vir com 8 digitos numericos (ou em branco), como no PROG32
           MOVE SPACES TO FORNECEDOR-ENDERECO.
           DISPLAY "Rua:".
           ACCEPT FORNECEDOR-END-RUA.
           DISPLAY "Numero:".
           ACCEPT FORNECEDOR-END-NUMERO.
           DISPLAY "Cidade:".
           ACCEPT FORNECEDOR-END-CIDADE.
           DISPLAY "UF:".
           ACCEPT FORNECEDOR-END-UF.
           PERFORM ACEITA-CEP.

       ACEITA-CEP.
           DISPLAY "CEP (8 digitos):".
           ACCEPT FORNECEDOR-END-CEP.
           PERFORM REPETE-CEP-INVALIDO
               UNTIL FORNECEDOR-END-CEP = SPACE
               OR FORNECEDOR-END-CEP IS NUMERIC.

       REPETE-CEP-INVALIDO.
           DISPLAY "CEP DEVE TER 8 DIGITOS NUMERICOS".
           DISPLAY "CEP (8 digitos):".
           ACCEPT FORNECEDOR-END-CEP.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de fornecedores adicionados nesta rodada; a
      *    linha sai sob a sigla FORNEC (STATUS-PROGRAMA tem 6
      *    posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "FORNEC" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-ADICIONADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
