       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG186.
      *    Programa de Manutencao do Cadastro de Grupos Economicos
      *    Filiais e empresas irmas do mesmo grupo tinham cada uma
      *    o seu codigo e o seu limite, e o grupo inteiro podia
      *    acumular uma exposicao que nunca seria aprovada pra um
      *    cliente so. Mantem grupos_economicos.dat, indexado por
      *    GRUPO-CODIGO, com a mesma estrutura de Adicionar/
      *    Modificar/Inativar do cadastro de transportadoras do
      *    PROG182: nome do grupo e limite de credito consolidado
      *    (zero = sem limite de grupo). O vinculo de cada cliente
      *    ao grupo e feito no cadastro de clientes (PROG32). Grupo
      *    nao e excluido: a opcao (I)nativar deixa de aceita-lo em
      *    cliente novo, sem perder a referencia dos ja vinculados.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELGRUPO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDGRUPO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  GRUPO-FILE-STATUS PIC X(2).

       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).

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
       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "GRUPOS".

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

           OPEN I-O ARQUIVO-GRUPO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-GRUPOS UNTIL RESPOSTA = "N".

           DISPLAY "GRUPOS ADICIONADOS NESTA EXECUCAO: "
               TOTAL-ADICIONADOS.
           DISPLAY "GRUPOS ALTERADOS NESTA EXECUCAO: "
               TOTAL-ALTERADOS.
           DISPLAY "GRUPOS INATIVADOS NESTA EXECUCAO: "
               TOTAL-INATIVADOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-GRUPO.

           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       MANTEM-GRUPOS.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (I)nativar "
               "Grupo Economico?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-GRUPO
               WHEN "M"
                   PERFORM ALTERA-GRUPO
               WHEN "I"
                   PERFORM INATIVA-GRUPO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar no cadastro? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-GRUPO.
           MOVE SPACE TO GRUPO-REGISTRO.
           DISPLAY "Informe o Codigo do Grupo:".
           ACCEPT GRUPO-CODIGO.
           IF GRUPO-CODIGO = 0
      *        Zero e o cliente fora de grupo no cadastro de clientes
               DISPLAY "CODIGO ZERO E RESERVADO PRA CLIENTE SEM GRUPO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               READ ARQUIVO-GRUPO
                   INVALID KEY
                       PERFORM ACEITA-CAMPOS-DO-GRUPO
                       SET GRUPO-ATIVO TO TRUE
                       MOVE DATA-EXECUCAO TO GRUPO-DATA-CADASTRO
                       PERFORM GRAVA-NOVO-GRUPO
                   NOT INVALID KEY
                       DISPLAY "CODIGO " GRUPO-CODIGO
                           " JA CADASTRADO - " GRUPO-NOME
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-READ
           END-IF.

       GRAVA-NOVO-GRUPO.
           IF GRUPO-NOME = SPACE
               DISPLAY "NOME NAO PODE FICAR EM BRANCO, "
                   "GRUPO NAO GRAVADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               WRITE GRUPO-REGISTRO
                   INVALID KEY
                       DISPLAY "CODIGO " GRUPO-CODIGO
                           " JA CADASTRADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ADICIONADOS
               END-WRITE
           END-IF.

       ALTERA-GRUPO.
      *    Le o registro pela chave e so regrava se ele existir
           DISPLAY "Informe o Codigo do Grupo a Alterar:".
           ACCEPT GRUPO-CODIGO.
           READ ARQUIVO-GRUPO
               INVALID KEY
                   DISPLAY "CODIGO " GRUPO-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM ALTERA-CAMPOS
           END-READ.

       ALTERA-CAMPOS.
           DISPLAY "Limite atual do grupo: " GRUPO-LIMITE-CREDITO.
           PERFORM ACEITA-CAMPOS-DO-GRUPO.
           DISPLAY "Novo Status (A-Ativo / I-Inativo):".
           ACCEPT GRUPO-STATUS.
           IF NOT (GRUPO-ATIVO OR GRUPO-INATIVO)
               DISPLAY "STATUS INVALIDO, ASSUMIDO A-ATIVO"
               SET GRUPO-ATIVO TO TRUE
           END-IF.

           IF GRUPO-NOME = SPACE
               DISPLAY "NOME NAO PODE FICAR EM BRANCO, ALTERACAO "
                   "NAO GRAVADA"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               REWRITE GRUPO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR O CODIGO "
                           GRUPO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ALTERADOS
               END-REWRITE
           END-IF.

       INATIVA-GRUPO.
      *    Grupo com cliente vinculado nao some do cadastro: so vira
      *    Inativo
           DISPLAY "Informe o Codigo do Grupo a Inativar:".
           ACCEPT GRUPO-CODIGO.
           READ ARQUIVO-GRUPO
               INVALID KEY
                   DISPLAY "CODIGO " GRUPO-CODIGO
                       " NAO ENCONTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   PERFORM GRAVA-INATIVACAO
           END-READ.

       GRAVA-INATIVACAO.
           IF GRUPO-INATIVO
               DISPLAY "GRUPO " GRUPO-CODIGO " JA ESTA INATIVO"
           ELSE
               SET GRUPO-INATIVO TO TRUE
               REWRITE GRUPO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO INATIVAR O CODIGO "
                           GRUPO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-INATIVADOS
                       DISPLAY "GRUPO " GRUPO-CODIGO " INATIVADO"
               END-REWRITE
           END-IF.

       ACEITA-CAMPOS-DO-GRUPO.
      *    Comum a inclusao e a alteracao: nome e limite consolidado
           DISPLAY "Nome do Grupo:".
           ACCEPT GRUPO-NOME.
           DISPLAY "Limite de Credito do Grupo (0 = sem limite):".
           MOVE ZEROS TO GRUPO-LIMITE-CREDITO.
           ACCEPT GRUPO-LIMITE-CREDITO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de grupos adicionados nesta rodada; a linha
      *    sai sob a sigla GRUPOS (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "GRUPOS" TO STATUS-PROGRAMA.
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
