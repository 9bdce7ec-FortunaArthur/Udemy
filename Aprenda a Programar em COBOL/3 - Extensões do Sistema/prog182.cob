       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG182.
      *    Programa de Manutencao do Cadastro de Transportadoras
      *    Mantem transportadoras.dat, indexado por TRANSP-CODIGO,
      *    com a mesma estrutura de Adicionar/Modificar/Inativar do
      *    cadastro de fornecedores do PROG168: CNPJ conferido pela
      *    sub-rotina PROG132 (repete ate conferir) e telefone/email
      *    pela PROG45. Transportadora nao e excluida: a opcao
      *    (I)nativar vira a situacao pra Inativa e a entrada de
      *    pedidos deixa de aceita-la, sem perder a referencia dos
      *    pedidos e da tabela de frete (PROG183) ja gravados com o
      *    codigo.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELTRANSP.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTRANSP.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  TRANSP-FILE-STATUS PIC X(2).

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
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "TRANSP".

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

           OPEN I-O ARQUIVO-TRANSPORTADORA.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-TRANSPORTADORAS UNTIL RESPOSTA = "N".

           DISPLAY "TRANSPORTADORAS ADICIONADAS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "TRANSPORTADORAS ALTERADAS NESTA EXECUCAO: "
               TOTAL-ALTERADOS.
           DISPLAY "TRANSPORTADORAS INATIVADAS NESTA EXECUCAO: "
               TOTAL-INATIVADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-TRANSPORTADORA.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-TRANSPORTADORAS.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (I)nativar "
               "Transportadora?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-TRANSPORTADORA
               WHEN "M"
                   PERFORM ALTERA-TRANSPORTADORA
               WHEN "I"
                   PERFORM INATIVA-TRANSPORTADORA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar no cadastro? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-TRANSPORTADORA.
           MOVE SPACE TO TRANSP-REGISTRO.
           DISPLAY "Informe o Codigo da Transportadora:".
           ACCEPT TRANSP-CODIGO.
           IF TRANSP-CODIGO = 0
      *        Zero e a retirada pelo cliente na entrada de pedidos
               DISPLAY "CODIGO ZERO E RESERVADO PRA RETIRADA PELO "
                   "CLIENTE"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       PERFORM ACEITA-CAMPOS-DA-TRANSPORTADORA
                       SET TRANSP-ATIVA TO TRUE
                       MOVE DATA-EXECUCAO TO TRANSP-DATA-CADASTRO
                       PERFORM GRAVA-NOVA-TRANSPORTADORA
                   NOT INVALID KEY
                       DISPLAY "CODIGO " TRANSP-CODIGO
                           " JA CADASTRADO - " TRANSP-NOME
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-READ
           END-IF.

       GRAVA-NOVA-TRANSPORTADORA.
           IF TRANSP-NOME = SPACE
               DISPLAY "NOME NAO PODE FICAR EM BRANCO, "
                   "TRANSPORTADORA NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               WRITE TRANSP-REGISTRO
                   INVALID KEY
                       DISPLAY "CODIGO " TRANSP-CODIGO
                           " JA CADASTRADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ADICIONADOS
               END-WRITE
           END-IF.

       ALTERA-TRANSPORTADORA.
      *    Le o registro pela chave e so regrava se ele existir
           DISPLAY "Informe o Codigo da Transportadora a Alterar:".
           ACCEPT TRANSP-CODIGO.
           READ ARQUIVO-TRANSPORTADORA
               INVALID KEY
                   DISPLAY "CODIGO " TRANSP-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ALTERA-CAMPOS
           END-READ.

       ALTERA-CAMPOS.
           PERFORM ACEITA-CAMPOS-DA-TRANSPORTADORA.
           DISPLAY "Novo Status (A-Ativa / I-Inativa):".
           ACCEPT TRANSP-STATUS.
           IF NOT (TRANSP-ATIVA OR TRANSP-INATIVA)
               DISPLAY "STATUS INVALIDO, ASSUMIDO A-ATIVA"
               SET TRANSP-ATIVA TO TRUE
           END-IF.

           IF TRANSP-NOME = SPACE
               DISPLAY "NOME NAO PODE FICAR EM BRANCO, ALTERACAO "
                   "NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               REWRITE TRANSP-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O CODIGO "
                           TRANSP-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ALTERADOS
               END-REWRITE
           END-IF.

       INATIVA-TRANSPORTADORA.
      *    Transportadora com pedido gravado nao some do cadastro:
      *    so vira Inativa
           DISPLAY "Informe o Codigo da Transportadora a Inativar:".
           ACCEPT TRANSP-CODIGO.
           READ ARQUIVO-TRANSPORTADORA
               INVALID KEY
                   DISPLAY "CODIGO " TRANSP-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-INATIVACAO
           END-READ.

       GRAVA-INATIVACAO.
           IF TRANSP-INATIVA
               DISPLAY "TRANSPORTADORA " TRANSP-CODIGO
                   " JA ESTA INATIVA"
           ELSE
               SET TRANSP-INATIVA TO TRUE
               REWRITE TRANSP-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO INATIVAR O CODIGO "
                           TRANSP-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-INATIVADOS
                       DISPLAY "TRANSPORTADORA " TRANSP-CODIGO
                           " INATIVADA"
               END-REWRITE
           END-IF.

       ACEITA-CAMPOS-DA-TRANSPORTADORA.
      *    Comum a inclusao e a alteracao: nome, CNPJ (repete ate o
      *    PROG132 aprovar) e contato (repete ate o PROG45 aprovar)
           DISPLAY "Nome da Transportadora:".
           ACCEPT TRANSP-NOME.

           SET CNPJ-INVALIDO TO TRUE.
           PERFORM PERGUNTA-CNPJ UNTIL CNPJ-VALIDO.

           SET CONTATO-INVALIDO TO TRUE.
           PERFORM PERGUNTA-CONTATO UNTIL CONTATO-VALIDO.

       PERGUNTA-CNPJ.
           DISPLAY "CNPJ (so digitos):".
           ACCEPT TRANSP-CNPJ.
           CALL "PROG132" USING TRANSP-CNPJ CNPJ-VALIDACAO-FLAG.
           IF CNPJ-INVALIDO
               DISPLAY "CNPJ NAO CONFERE, REPITA"
           END-IF.

       PERGUNTA-CONTATO.
           DISPLAY "Telefone:".
           ACCEPT TRANSP-TELEFONE.
           DISPLAY "Email:".
           ACCEPT TRANSP-EMAIL.
           CALL "PROG45" USING TRANSP-TELEFONE TRANSP-EMAIL
               CONTATO-VALIDACAO-FLAG.
           IF CONTATO-INVALIDO
               DISPLAY "SO NUMEROS NO TELEFONE E EMAIL PRECISA DE @, "
                   "REPITA"
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de transportadoras adicionadas nesta rodada; a
      *    linha sai sob a sigla TRANSP (STATUS-PROGRAMA tem 6
      *    posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "TRANSP" TO STATUS-PROGRAMA.
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
