       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG220.
      *    Programa de Manutencao de Cursos e Treinamentos
      *    As certificacoes obrigatorias do deposito e da entrega
      *    (empilhadeira, seguranca, direcao) ficavam em pasta, e um
      *    certificado vencido so apareceu depois de um acidente.
      *    Aqui o RH mantem:
      *    - o catalogo de cursos (cursos.dat): descricao, validade
      *      do certificado em meses (0 = nao vence) e ate 10
      *      departamentos que exigem o curso, conferidos em
      *      departamentos.dat; curso nao e excluido, a opcao
      *      (I)nativar tira do catalogo;
      *    - o treinamento de cada funcionario (treinamentos.dat):
      *      curso, data de conclusao e numero do certificado; o
      *      vencimento e a conclusao mais a validade do curso. A
      *      reciclagem regrava o mesmo registro. Funcionario
      *      Desligado nao recebe treinamento novo;
      *    - a lista dos treinamentos de 1 funcionario.
      *    O relatorio mensal de pendencias por departamento sai no
      *    PROG221.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELDEPARTAMENTO.cob".
           COPY "SELCURSO.cob".
           COPY "SELTREINO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDCURSO.cob".
           COPY "FDTREINO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  CURSO-FILE-STATUS PIC X(2).
       01  TREINAMENTO-FILE-STATUS PIC X(2).
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  CODIGO-INFORMADO PIC 9(4).
       01  CURSO-INFORMADO PIC X(6).
       01  DEPARTAMENTO-INFORMADO PIC X(4).
       01  INDICE-DEPARTAMENTO PIC 9(2).
       01  FIM-DEPARTAMENTOS PIC X.
       01  FIM-TREINAMENTOS PIC X.

       01  CURSO-VALIDO-FLAG PIC X VALUE "S".
           88 CURSO-VALIDO VALUE "S".
           88 CURSO-COM-ERRO VALUE "N".

      *    Vencimento = conclusao + validade em meses, mesmo dia
       01  DATA-CONCLUSAO-DESMONTADA.
           05 CONCLUSAO-AA PIC 9(4).
           05 CONCLUSAO-MM PIC 99.
           05 CONCLUSAO-DD PIC 99.
       01  DATA-VENCIMENTO-MONTADA.
           05 VENCIMENTO-AA PIC 9(4).
           05 VENCIMENTO-MM PIC 99.
           05 VENCIMENTO-DD PIC 99.
       01  DATA-VENCIMENTO-NUMERICA REDEFINES DATA-VENCIMENTO-MONTADA
           PIC 9(8).
       01  MESES-CORRIDOS PIC 9(5).
       01  ANOS-CORRIDOS PIC 9(3).
       01  MES-DO-ANO PIC 99.

       01  TOTAL-CURSOS-GRAVADOS PIC 9(6) VALUE 0.
       01  TOTAL-TREINAMENTOS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN I-O ARQUIVO-CURSO.
           OPEN I-O ARQUIVO-TREINAMENTO.

           MOVE "S" TO RESPOSTA.
           PERFORM MANTEM-CURSOS-E-TREINAMENTOS UNTIL RESPOSTA = "N".

           DISPLAY "CURSOS GRAVADOS NESTA EXECUCAO: "
               TOTAL-CURSOS-GRAVADOS.
           DISPLAY "TREINAMENTOS REGISTRADOS NESTA EXECUCAO: "
               TOTAL-TREINAMENTOS.

           PERFORM GRAVA-STATUS-EXECUCAO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CURSO.
           CLOSE ARQUIVO-TREINAMENTO.

       PROGRAM-DONE.
           STOP RUN.

       MANTEM-CURSOS-E-TREINAMENTOS.
           DISPLAY "-------------"
           DISPLAY "(A)dicionar (M)odificar (I)nativar Curso, "
               "(T)reinamento ou (L)istar Treinamentos?".
           ACCEPT OPERACAO.

           EVALUATE OPERACAO
               WHEN "A"
                   PERFORM ADICIONA-CURSO
               WHEN "M"
                   PERFORM ALTERA-CURSO
               WHEN "I"
                   PERFORM INATIVA-CURSO
               WHEN "T"
                   PERFORM REGISTRA-TREINAMENTO
               WHEN "L"
                   PERFORM LISTA-TREINAMENTOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

           DISPLAY "Deseja continuar? (S/N)".
           ACCEPT RESPOSTA.

       ADICIONA-CURSO.
           MOVE SPACE TO CURSO-REGISTRO.
           DISPLAY "Informe o Codigo do Curso (6 posicoes):".
           ACCEPT CURSO-CODIGO.
           IF CURSO-CODIGO = SPACE
               DISPLAY "CODIGO NAO PODE FICAR EM BRANCO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               READ ARQUIVO-CURSO
                   INVALID KEY
                       PERFORM ACEITA-CAMPOS-DO-CURSO
                       SET CURSO-ATIVO TO TRUE
                       PERFORM GRAVA-NOVO-CURSO
                   NOT INVALID KEY
                       DISPLAY "CURSO " CURSO-CODIGO
                           " JA CADASTRADO - " CURSO-DESCRICAO
                       SET EXECUCAO-COM-ERRO TO TRUE
               END-READ
           END-IF.

       GRAVA-NOVO-CURSO.
           IF CURSO-COM-ERRO
               DISPLAY "CURSO NAO GRAVADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               WRITE CURSO-REGISTRO
                   INVALID KEY
                       DISPLAY "CURSO " CURSO-CODIGO
                           " JA CADASTRADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-CURSOS-GRAVADOS
                       DISPLAY "CURSO " CURSO-CODIGO " GRAVADO"
               END-WRITE
           END-IF.

       ALTERA-CURSO.
           DISPLAY "Informe o Codigo do Curso:".
           ACCEPT CURSO-CODIGO.
           READ ARQUIVO-CURSO
               INVALID KEY
                   DISPLAY "CURSO " CURSO-CODIGO " NAO CADASTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   DISPLAY "CURSO: " CURSO-DESCRICAO
                       " VALIDADE: " CURSO-VALIDADE-MESES " MESES"
                   PERFORM ACEITA-CAMPOS-DO-CURSO
                   PERFORM REGRAVA-CURSO
           END-READ.

       REGRAVA-CURSO.
           IF CURSO-COM-ERRO
               DISPLAY "CURSO NAO ALTERADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               REWRITE CURSO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CURSO "
                           CURSO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-CURSOS-GRAVADOS
                       DISPLAY "CURSO " CURSO-CODIGO " ALTERADO"
               END-REWRITE
           END-IF.

       INATIVA-CURSO.
           DISPLAY "Informe o Codigo do Curso:".
           ACCEPT CURSO-CODIGO.
           READ ARQUIVO-CURSO
               INVALID KEY
                   DISPLAY "CURSO " CURSO-CODIGO " NAO CADASTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   SET CURSO-INATIVO TO TRUE
                   REWRITE CURSO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO INATIVAR O CURSO "
                               CURSO-CODIGO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           DISPLAY "CURSO " CURSO-CODIGO " INATIVADO"
                   END-REWRITE
           END-READ.

       ACEITA-CAMPOS-DO-CURSO.
      *    Os departamentos exigidos sao digitados 1 a 1, ate 10;
      *    codigo em branco encerra a lista
           SET CURSO-VALIDO TO TRUE.
           DISPLAY "Informe a Descricao do Curso:".
           ACCEPT CURSO-DESCRICAO.
           DISPLAY "Informe a Validade do Certificado em Meses "
               "(0 = nao vence):".
           MOVE ZEROS TO CURSO-VALIDADE-MESES.
           ACCEPT CURSO-VALIDADE-MESES.
           MOVE 0 TO CURSO-QTDE-DEPARTAMENTOS.
           MOVE "N" TO FIM-DEPARTAMENTOS.
           PERFORM ACEITA-DEPARTAMENTO-EXIGIDO
               VARYING INDICE-DEPARTAMENTO FROM 1 BY 1
               UNTIL INDICE-DEPARTAMENTO > 10
                  OR FIM-DEPARTAMENTOS = "S".
           IF CURSO-DESCRICAO = SPACE
               DISPLAY "DESCRICAO NAO PODE FICAR EM BRANCO"
               SET CURSO-COM-ERRO TO TRUE
           END-IF.

       ACEITA-DEPARTAMENTO-EXIGIDO.
           DISPLAY "Departamento que exige o curso (ENTER encerra):".
           MOVE SPACES TO DEPARTAMENTO-INFORMADO.
           ACCEPT DEPARTAMENTO-INFORMADO.
           IF DEPARTAMENTO-INFORMADO = SPACE
               MOVE "S" TO FIM-DEPARTAMENTOS
           ELSE
               MOVE DEPARTAMENTO-INFORMADO TO DEPARTAMENTO-CODIGO
               READ ARQUIVO-DEPARTAMENTO
                   INVALID KEY
                       DISPLAY "DEPARTAMENTO " DEPARTAMENTO-INFORMADO
                           " NAO CADASTRADO - IGNORADO"
                   NOT INVALID KEY
                       ADD 1 TO CURSO-QTDE-DEPARTAMENTOS
                       MOVE DEPARTAMENTO-INFORMADO
                           TO CURSO-DEPARTAMENTO-EXIGIDO(
                               CURSO-QTDE-DEPARTAMENTOS)
               END-READ
           END-IF.

       REGISTRA-TREINAMENTO.
           DISPLAY "Informe o Codigo do Funcionario:".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "CODIGO " CODIGO-INFORMADO
                       " NAO ENCONTRADO NO CADASTRO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF FUNCIONARIO-DESLIGADO
                       DISPLAY "FUNCIONARIO " CODIGO-INFORMADO
                           " DESLIGADO - TREINAMENTO RECUSADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       PERFORM REGISTRA-CURSO-DO-FUNCIONARIO
                   END-IF
           END-READ.

       REGISTRA-CURSO-DO-FUNCIONARIO.
           DISPLAY "Informe o Codigo do Curso:".
           ACCEPT CURSO-INFORMADO.
           MOVE CURSO-INFORMADO TO CURSO-CODIGO.
           READ ARQUIVO-CURSO
               INVALID KEY
                   DISPLAY "CURSO " CURSO-INFORMADO " NAO CADASTRADO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   IF CURSO-INATIVO
                       DISPLAY "CURSO " CURSO-INFORMADO
                           " INATIVO - TREINAMENTO RECUSADO"
                       SET EXECUCAO-COM-ERRO TO TRUE
                   ELSE
                       PERFORM GRAVA-TREINAMENTO
                   END-IF
           END-READ.

       GRAVA-TREINAMENTO.
           MOVE CODIGO-INFORMADO TO TREINO-FUNCIONARIO.
           MOVE CURSO-INFORMADO TO TREINO-CURSO.
           READ ARQUIVO-TREINAMENTO
               INVALID KEY
                   MOVE "N" TO FIM-TREINAMENTOS
               NOT INVALID KEY
                   MOVE "S" TO FIM-TREINAMENTOS
                   DISPLAY "CONCLUSAO ANTERIOR: " TREINO-DATA-CONCLUSAO
                       " VENCIMENTO: " TREINO-DATA-VENCIMENTO
           END-READ.
           MOVE CODIGO-INFORMADO TO TREINO-FUNCIONARIO.
           MOVE CURSO-INFORMADO TO TREINO-CURSO.
           DISPLAY "Informe a Data de Conclusao (AAAAMMDD):".
           MOVE ZEROS TO TREINO-DATA-CONCLUSAO.
           ACCEPT TREINO-DATA-CONCLUSAO.
           DISPLAY "Informe o Numero do Certificado:".
           MOVE SPACES TO TREINO-CERTIFICADO.
           ACCEPT TREINO-CERTIFICADO.
           MOVE DATA-EXECUCAO TO TREINO-DATA-REGISTRO.
           IF TREINO-DATA-CONCLUSAO = 0
               OR TREINO-DATA-CONCLUSAO > DATA-EXECUCAO
               DISPLAY "DATA DE CONCLUSAO INVALIDA - TREINAMENTO NAO "
                   "GRAVADO"
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               PERFORM CALCULA-VENCIMENTO
               IF FIM-TREINAMENTOS = "S"
                   PERFORM REGRAVA-TREINAMENTO
               ELSE
                   PERFORM GRAVA-NOVO-TREINAMENTO
               END-IF
           END-IF.

       CALCULA-VENCIMENTO.
           IF CURSO-VALIDADE-MESES = 0
               MOVE ZEROS TO TREINO-DATA-VENCIMENTO
           ELSE
               MOVE TREINO-DATA-CONCLUSAO TO DATA-CONCLUSAO-DESMONTADA
               COMPUTE MESES-CORRIDOS = CONCLUSAO-AA * 12
                   + CONCLUSAO-MM - 1 + CURSO-VALIDADE-MESES
               DIVIDE MESES-CORRIDOS BY 12 GIVING ANOS-CORRIDOS
                   REMAINDER MES-DO-ANO
               MOVE ANOS-CORRIDOS TO VENCIMENTO-AA
               COMPUTE VENCIMENTO-MM = MES-DO-ANO + 1
               MOVE CONCLUSAO-DD TO VENCIMENTO-DD
               MOVE DATA-VENCIMENTO-NUMERICA TO TREINO-DATA-VENCIMENTO
           END-IF.

       GRAVA-NOVO-TREINAMENTO.
           WRITE TREINO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O TREINAMENTO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TREINAMENTOS
                   DISPLAY "TREINAMENTO GRAVADO - VENCIMENTO: "
                       TREINO-DATA-VENCIMENTO
           END-WRITE.

       REGRAVA-TREINAMENTO.
           REWRITE TREINO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O TREINAMENTO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-TREINAMENTOS
                   DISPLAY "RECICLAGEM GRAVADA - VENCIMENTO: "
                       TREINO-DATA-VENCIMENTO
           END-REWRITE.

       LISTA-TREINAMENTOS.
           DISPLAY "Informe o Codigo do Funcionario:".
           ACCEPT CODIGO-INFORMADO.
           DISPLAY "CURSO  CONCLUSAO VENCIMENTO CERTIFICADO".
           MOVE "N" TO FIM-TREINAMENTOS.
           MOVE CODIGO-INFORMADO TO TREINO-FUNCIONARIO.
           MOVE LOW-VALUES TO TREINO-CURSO.
           START ARQUIVO-TREINAMENTO
               KEY IS NOT LESS THAN TREINO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-TREINAMENTOS
           END-START.
           PERFORM LISTA-UM-TREINAMENTO UNTIL FIM-TREINAMENTOS = "S".

       LISTA-UM-TREINAMENTO.
           READ ARQUIVO-TREINAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TREINAMENTOS
           END-READ.
           IF FIM-TREINAMENTOS = "N"
               IF TREINO-FUNCIONARIO = CODIGO-INFORMADO
                   DISPLAY TREINO-CURSO " " TREINO-DATA-CONCLUSAO
                       "    " TREINO-DATA-VENCIMENTO "     "
                       TREINO-CERTIFICADO
               ELSE
                   MOVE "S" TO FIM-TREINAMENTOS
               END-IF
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de treinamentos registrados nesta execucao
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "TREINA" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-TREINAMENTOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
