       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG311.
      *    Relatorio do Titular de Dados Pessoais (LGPD)
      *    Quando uma pessoa pergunta o que temos sobre ela, este
      *    relatorio procura, pelo CPF/CNPJ, pelo nome (ou parte dele)
      *    ou pelo e-mail, todos os registros que falam dela:
      *    - clientes.dat (inclusive os contatos do cliente), o
      *      arquivo morto de clientes do PROG47 e a lixeira
      *      clientes_excluidos.dat;
      *    - funcionarios.dat (inclusive os dependentes), o arquivo
      *      morto de funcionarios e a lixeira
      *      funcionarios_excluidos.dat;
      *    - as trilhas hist_clientes.dat e hist_funcionarios.dat;
      *    - os arquivos da folha que guardam nome ou CPF:
      *      historico_folha.dat, encargos_folha.dat, pensoes.dat,
      *      folha_pensoes.dat, desligamentos.dat e
      *      provisoes_folha.dat;
      *    - os extratos gerados: cada arquivo registrado em
      *      geracoes_extratos.dat e o funcionarios_diretorio.dat do
      *      PROG59, lidos como texto, linha a linha.
      *    O codigo do cliente ou do funcionario achado pelo cadastro
      *    (vivo, morto ou excluido) tambem localiza as linhas das
      *    trilhas e da folha que so guardam o codigo. Nome e e-mail
      *    sao comparados sem diferenca de maiusculas e minusculas.
      *    O relatorio mostra os dados completos, por isso so roda
      *    para operador com permissao de dados completos no sign-on
      *    (PROG83), no molde do PROG50.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELEXCCLIENTE.cob".
           COPY "SELEXCFUNCIONARIO.cob".
           COPY "SELHISTFOLHA.cob".
           COPY "SELENCARGO.cob".
           COPY "SELPENSAO.cob".
           COPY "SELPAGPEN.cob".
           COPY "SELDESLIG.cob".
           COPY "SELPROVISAO.cob".
           COPY "SELGERACAO.cob".
           COPY "SELSTATUS.cob".

           SELECT OPTIONAL ARQUIVO-MORTO-CLIENTES
           ASSIGN TO "clientes_arquivo_morto.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MORTO-FUNCIONARIOS
           ASSIGN TO "funcionarios_arquivo_morto.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO "hist_clientes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-HISTORICO-FUNC
           ASSIGN TO "hist_funcionarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-EXPORTADO
           ASSIGN TO DYNAMIC NOME-ARQUIVO-EXPORTADO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXCCLIENTE.cob".
           COPY "FDEXCFUNCIONARIO.cob".
           COPY "FDHISTFOLHA.cob".
           COPY "FDENCARGO.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPAGPEN.cob".
           COPY "FDDESLIG.cob".
           COPY "FDPROVISAO.cob".
           COPY "FDGERACAO.cob".
           COPY "FDSTATUS.cob".
           COPY "FDHISTCLIENTE.cob".

       FD ARQUIVO-MORTO-CLIENTES.

       01  LINHA-MORTA-CLIENTE.
           05 MORTO-CLIENTE-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MORTO-CLIENTE-REGISTRO PIC X(816).

       FD ARQUIVO-MORTO-FUNCIONARIOS.

       01  LINHA-MORTA-FUNCIONARIO.
           05 MORTO-FUNCIONARIO-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MORTO-FUNCIONARIO-REGISTRO PIC X(391).

       FD ARQUIVO-HISTORICO-FUNC.

       01  LINHA-HISTORICO-FUNC.
           05 HISTF-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HISTF-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HISTF-OPERACAO PIC X.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HISTF-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HISTF-CODIGO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HISTF-NOME PIC X(20).

       FD ARQUIVO-EXPORTADO.

       01  LINHA-EXPORTADA PIC X(1000).

       WORKING-STORAGE SECTION.

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  HISTFOL-FILE-STATUS PIC X(2).
       01  PENSAO-FILE-STATUS PIC X(2).
       01  PROVISAO-FILE-STATUS PIC X(2).
       01  GERACAO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FIM-GERACOES PIC X.

       01  DATA-EXECUCAO PIC 9(8).

       01  OPERADOR-ID PIC X(10).

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
           88 OPERADOR-PODE-EXCLUIR VALUE "S".
           88 OPERADOR-SEM-EXCLUSAO VALUE "N".

       01  SIGNON-DADOS-FLAG PIC X VALUE "N".
           88 OPERADOR-DADOS-COMPLETOS VALUE "S".
           88 OPERADOR-SEM-DADOS-COMPLETOS VALUE "N".

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "LGPDRL".

       01  TIPO-BUSCA PIC X.
           88 BUSCA-POR-DOCUMENTO VALUE "D".
           88 BUSCA-POR-NOME VALUE "N".
           88 BUSCA-POR-EMAIL VALUE "E".
           88 TIPO-BUSCA-VALIDO VALUE "D" "N" "E".

       01  DOCUMENTO-BUSCA PIC 9(14).
       01  DOCUMENTO-BUSCA-TEXTO REDEFINES DOCUMENTO-BUSCA PIC X(14).

       01  TERMO-BUSCA PIC X(30).
       01  TERMO-BUSCA-TAMANHO PIC 9(2).
       01  POSICAO-DO-DOCUMENTO PIC 9(2).

       01  CAMPO-CONFERIDO PIC X(50).
       01  OCORRENCIAS PIC 9(4).

       01  ACHOU-FLAG PIC X.
           88 REGISTRO-ACHADO VALUE "S".
           88 REGISTRO-NAO-ACHADO VALUE "N".

       01  IND-CONTATO PIC 9.
       01  IND-DEPENDENTE PIC 9(2).

      *    Codigos de titulares achados pelo cadastro, pra localizar
      *    as linhas das trilhas e da folha que so guardam o codigo
       01  QTDE-CLIENTES-ACHADOS PIC 9(3) VALUE 0.
       01  TABELA-CLIENTES-ACHADOS.
           05 CLIENTE-ACHADO-CODIGO PIC 9(6) OCCURS 100 TIMES.
       01  QTDE-FUNCIONARIOS-ACHADOS PIC 9(3) VALUE 0.
       01  TABELA-FUNCIONARIOS-ACHADOS.
           05 FUNCIONARIO-ACHADO-CODIGO PIC 9(4) OCCURS 100 TIMES.
       01  IND-ACHADO PIC 9(3).
       01  CODIGO-CONFERIDO PIC 9(6).
       01  TABELA-CHEIA-FLAG PIC X VALUE "N".
           88 TABELA-DE-ACHADOS-CHEIA VALUE "S".

       01  ACHADO-ARQUIVO PIC X(30).
       01  ACHADO-CODIGO PIC 9(6).
       01  ACHADO-NOME PIC X(20).
       01  ACHADO-CAMPO PIC X(20).
       01  ACHADO-REFERENCIA PIC X(12).

       01  NOME-ARQUIVO-EXPORTADO PIC X(50).
       01  LINHA-DO-EXPORTADO PIC 9(6).
       01  LINHA-DO-EXPORTADO-EDITADA PIC Z(5)9.

       01  TOTAL-ACHADOS PIC 9(6) VALUE 0.
       01  TOTAL-EXPORTADOS-LIDOS PIC 9(4) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               OR OPERADOR-SEM-DADOS-COMPLETOS
               DISPLAY "OPERADOR SEM PERMISSAO PARA DADOS COMPLETOS "
                   "- RELATORIO NAO EMITIDO"
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM PEDE-TERMO-DA-BUSCA.

           DISPLAY "DADOS PESSOAIS DO TITULAR - DATA " DATA-EXECUCAO
               " OPERADOR " OPERADOR-ID.
           IF BUSCA-POR-DOCUMENTO
               DISPLAY "BUSCA PELO CPF/CNPJ " DOCUMENTO-BUSCA
           ELSE
               DISPLAY "BUSCA POR " TIPO-BUSCA ": "
                   TERMO-BUSCA(1:TERMO-BUSCA-TAMANHO)
           END-IF.
           DISPLAY "ARQUIVO                        CODIGO NOME         "
               "        CAMPO                REFERENCIA".

           PERFORM PROCURA-NOS-CLIENTES.
           PERFORM PROCURA-NOS-FUNCIONARIOS.
           PERFORM PROCURA-NAS-TRILHAS.
           PERFORM PROCURA-NA-FOLHA.
           PERFORM PROCURA-NOS-EXTRATOS.

           DISPLAY "---------------------------------------------".
           DISPLAY "REGISTROS ACHADOS: " TOTAL-ACHADOS.
           DISPLAY "EXTRATOS LIDOS: " TOTAL-EXPORTADOS-LIDOS.
           IF TABELA-DE-ACHADOS-CHEIA
               DISPLAY "ATENCAO: MAIS DE 100 CADASTROS ACHADOS - AS "
                   "TRILHAS E A FOLHA SO FORAM CONFERIDAS PELOS 100 "
                   "PRIMEIROS CODIGOS; REFINE A BUSCA"
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.
           STOP RUN.

       PEDE-TERMO-DA-BUSCA.
           MOVE SPACE TO TIPO-BUSCA.
           PERFORM PEDE-TIPO-DA-BUSCA UNTIL TIPO-BUSCA-VALIDO.

           MOVE SPACES TO TERMO-BUSCA.
           IF BUSCA-POR-DOCUMENTO
               MOVE ZEROS TO DOCUMENTO-BUSCA
               PERFORM PEDE-DOCUMENTO UNTIL DOCUMENTO-BUSCA > 0
      *        Nos extratos o documento e procurado como texto, sem os
      *        zeros a esquerda que o numero ganha no campo
               MOVE 1 TO POSICAO-DO-DOCUMENTO
               PERFORM PULA-ZERO-DO-DOCUMENTO
                   UNTIL DOCUMENTO-BUSCA-TEXTO(POSICAO-DO-DOCUMENTO:1)
                       NOT = "0"
               MOVE DOCUMENTO-BUSCA-TEXTO(POSICAO-DO-DOCUMENTO:)
                   TO TERMO-BUSCA
           ELSE
               PERFORM PEDE-TEXTO-DA-BUSCA
                   UNTIL TERMO-BUSCA NOT = SPACES
               INSPECT TERMO-BUSCA
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
           PERFORM CALCULA-TAMANHO-TERMO-BUSCA.

       PEDE-TIPO-DA-BUSCA.
           DISPLAY "BUSCAR PELO (D)OCUMENTO CPF/CNPJ, PELO (N)OME OU "
               "PELO (E)-MAIL?".
           ACCEPT TIPO-BUSCA.
           IF NOT TIPO-BUSCA-VALIDO
               DISPLAY "OPCAO INVALIDA"
           END-IF.

       PEDE-DOCUMENTO.
           DISPLAY "INFORME O CPF OU CNPJ (SO OS NUMEROS):".
           ACCEPT DOCUMENTO-BUSCA.

       PULA-ZERO-DO-DOCUMENTO.
           ADD 1 TO POSICAO-DO-DOCUMENTO.

       PEDE-TEXTO-DA-BUSCA.
           IF BUSCA-POR-NOME
               DISPLAY "INFORME O NOME (OU PARTE DELE):"
           ELSE
               DISPLAY "INFORME O E-MAIL (OU PARTE DELE):"
           END-IF.
           ACCEPT TERMO-BUSCA.

       CALCULA-TAMANHO-TERMO-BUSCA.
      *    Descobre quantas posicoes de TERMO-BUSCA foram realmente
      *    preenchidas, pra procurar so o texto digitado
           MOVE 30 TO TERMO-BUSCA-TAMANHO.
           PERFORM ACHA-TAMANHO-TERMO-BUSCA
               UNTIL TERMO-BUSCA-TAMANHO = 1
               OR TERMO-BUSCA(TERMO-BUSCA-TAMANHO:1) NOT = SPACE.

       ACHA-TAMANHO-TERMO-BUSCA.
           SUBTRACT 1 FROM TERMO-BUSCA-TAMANHO.

      *    Confere CAMPO-CONFERIDO contra o termo, sem diferenca de
      *    maiusculas e minusculas; so liga o achado, nunca desliga
       CONFERE-CAMPO-TEXTO.
           INSPECT CAMPO-CONFERIDO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZEROS TO OCORRENCIAS.
           INSPECT CAMPO-CONFERIDO TALLYING OCORRENCIAS
               FOR ALL TERMO-BUSCA(1:TERMO-BUSCA-TAMANHO).
           IF OCORRENCIAS > 0
               SET REGISTRO-ACHADO TO TRUE
           END-IF.

       MOSTRA-ACHADO.
           ADD 1 TO TOTAL-ACHADOS.
           DISPLAY ACHADO-ARQUIVO " " ACHADO-CODIGO " " ACHADO-NOME
               " " ACHADO-CAMPO " " ACHADO-REFERENCIA.

       PROCURA-NOS-CLIENTES.
      *    Clientes: cadastro, arquivo morto e lixeira
           OPEN INPUT ARQUIVO-CLIENTE.
           MOVE ZEROS TO CLIENTE-CODIGO.
           START ARQUIVO-CLIENTE KEY IS NOT LESS THAN CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-CLIENTE.
           MOVE "clientes.dat" TO ACHADO-ARQUIVO.
           MOVE SPACES TO ACHADO-REFERENCIA.
           PERFORM AVALIA-CLIENTE UNTIL FINAL-ARQUIVO = "S".

           OPEN INPUT ARQUIVO-MORTO-CLIENTES.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-MORTO-CLIENTE.
           MOVE "clientes_arquivo_morto.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-MORTO-CLIENTE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MORTO-CLIENTES.

           OPEN INPUT ARQUIVO-EXCLUIDOS-CLIENTE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-EXCLUIDO-CLIENTE.
           MOVE "clientes_excluidos.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-EXCLUIDO-CLIENTE UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-EXCLUIDOS-CLIENTE.

           CLOSE ARQUIVO-CLIENTE.

       LER-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-CLIENTE.
           PERFORM CONFERE-REGISTRO-CLIENTE.
           PERFORM LER-PROXIMO-CLIENTE.

       LER-PROXIMO-MORTO-CLIENTE.
           READ ARQUIVO-MORTO-CLIENTES
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-MORTO-CLIENTE.
           MOVE MORTO-CLIENTE-REGISTRO TO CLIENTE-REGISTRO.
           MOVE MORTO-CLIENTE-DATA TO ACHADO-REFERENCIA.
           PERFORM CONFERE-REGISTRO-CLIENTE.
           PERFORM LER-PROXIMO-MORTO-CLIENTE.

       LER-PROXIMO-EXCLUIDO-CLIENTE.
           READ ARQUIVO-EXCLUIDOS-CLIENTE
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-EXCLUIDO-CLIENTE.
           MOVE EXC-CLI-REGISTRO TO CLIENTE-REGISTRO.
           MOVE EXC-CLI-DATA TO ACHADO-REFERENCIA.
           PERFORM CONFERE-REGISTRO-CLIENTE.
           PERFORM LER-PROXIMO-EXCLUIDO-CLIENTE.

       CONFERE-REGISTRO-CLIENTE.
           SET REGISTRO-NAO-ACHADO TO TRUE.
           MOVE SPACES TO ACHADO-CAMPO.
           EVALUATE TRUE
               WHEN BUSCA-POR-DOCUMENTO
                   IF CLIENTE-CNPJ-CPF = DOCUMENTO-BUSCA
                       SET REGISTRO-ACHADO TO TRUE
                       MOVE "CPF/CNPJ" TO ACHADO-CAMPO
                   END-IF
               WHEN BUSCA-POR-NOME
                   MOVE CLIENTE-NOME TO CAMPO-CONFERIDO
                   PERFORM CONFERE-CAMPO-TEXTO
                   IF REGISTRO-ACHADO
                       MOVE "NOME" TO ACHADO-CAMPO
                   END-IF
               WHEN BUSCA-POR-EMAIL
                   MOVE CLIENTE-EMAIL TO CAMPO-CONFERIDO
                   PERFORM CONFERE-CAMPO-TEXTO
                   IF REGISTRO-ACHADO
                       MOVE "E-MAIL" TO ACHADO-CAMPO
                   END-IF
           END-EVALUATE.
           IF REGISTRO-NAO-ACHADO
               AND NOT BUSCA-POR-DOCUMENTO
               PERFORM CONFERE-CONTATO-DO-CLIENTE
                   VARYING IND-CONTATO FROM 1 BY 1
                   UNTIL IND-CONTATO > CLIENTE-QTDE-CONTATOS
                   OR REGISTRO-ACHADO
           END-IF.
           IF REGISTRO-ACHADO
               MOVE CLIENTE-CODIGO TO ACHADO-CODIGO
               MOVE CLIENTE-NOME TO ACHADO-NOME
               PERFORM MOSTRA-ACHADO
               MOVE CLIENTE-CODIGO TO CODIGO-CONFERIDO
               PERFORM GUARDA-CLIENTE-ACHADO
           END-IF.

       CONFERE-CONTATO-DO-CLIENTE.
           IF BUSCA-POR-NOME
               MOVE CONTATO-NOME(IND-CONTATO) TO CAMPO-CONFERIDO
               PERFORM CONFERE-CAMPO-TEXTO
               IF REGISTRO-ACHADO
                   MOVE "NOME DO CONTATO" TO ACHADO-CAMPO
               END-IF
           ELSE
               MOVE CONTATO-EMAIL(IND-CONTATO) TO CAMPO-CONFERIDO
               PERFORM CONFERE-CAMPO-TEXTO
               IF REGISTRO-ACHADO
                   MOVE "E-MAIL DO CONTATO" TO ACHADO-CAMPO
               END-IF
           END-IF.

       GUARDA-CLIENTE-ACHADO.
           SET REGISTRO-NAO-ACHADO TO TRUE.
           PERFORM CONFERE-CLIENTE-ACHADO
               VARYING IND-ACHADO FROM 1 BY 1
               UNTIL IND-ACHADO > QTDE-CLIENTES-ACHADOS
               OR REGISTRO-ACHADO.
           IF REGISTRO-NAO-ACHADO
               IF QTDE-CLIENTES-ACHADOS < 100
                   ADD 1 TO QTDE-CLIENTES-ACHADOS
                   MOVE CODIGO-CONFERIDO
                       TO CLIENTE-ACHADO-CODIGO(QTDE-CLIENTES-ACHADOS)
               ELSE
                   SET TABELA-DE-ACHADOS-CHEIA TO TRUE
               END-IF
           END-IF.

       CONFERE-CLIENTE-ACHADO.
           IF CLIENTE-ACHADO-CODIGO(IND-ACHADO) = CODIGO-CONFERIDO
               SET REGISTRO-ACHADO TO TRUE
           END-IF.

       PROCURA-NOS-FUNCIONARIOS.
      *    Funcionarios: cadastro, arquivo morto e lixeira
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS THAN FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO ACHADO-ARQUIVO.
           MOVE SPACES TO ACHADO-REFERENCIA.
           PERFORM AVALIA-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".

           OPEN INPUT ARQUIVO-MORTO-FUNCIONARIOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-MORTO-FUNCIONARIO.
           MOVE "funcionarios_arquivo_morto.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-MORTO-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MORTO-FUNCIONARIOS.

           OPEN INPUT ARQUIVO-EXCLUIDOS-FUNCIONARIO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-EXCLUIDO-FUNC.
           MOVE "funcionarios_excluidos.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-EXCLUIDO-FUNC UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-EXCLUIDOS-FUNCIONARIO.

           CLOSE ARQUIVO-FUNCIONARIO.

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-FUNCIONARIO.
           PERFORM CONFERE-REGISTRO-FUNCIONARIO.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       LER-PROXIMO-MORTO-FUNCIONARIO.
           READ ARQUIVO-MORTO-FUNCIONARIOS
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-MORTO-FUNCIONARIO.
           MOVE MORTO-FUNCIONARIO-REGISTRO TO FUNCIONARIO-REGISTRO.
           MOVE MORTO-FUNCIONARIO-DATA TO ACHADO-REFERENCIA.
           PERFORM CONFERE-REGISTRO-FUNCIONARIO.
           PERFORM LER-PROXIMO-MORTO-FUNCIONARIO.

       LER-PROXIMO-EXCLUIDO-FUNC.
           READ ARQUIVO-EXCLUIDOS-FUNCIONARIO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-EXCLUIDO-FUNC.
           MOVE EXC-FUN-REGISTRO TO FUNCIONARIO-REGISTRO.
           MOVE EXC-FUN-DATA TO ACHADO-REFERENCIA.
           PERFORM CONFERE-REGISTRO-FUNCIONARIO.
           PERFORM LER-PROXIMO-EXCLUIDO-FUNC.

       CONFERE-REGISTRO-FUNCIONARIO.
           SET REGISTRO-NAO-ACHADO TO TRUE.
           MOVE SPACES TO ACHADO-CAMPO.
           EVALUATE TRUE
               WHEN BUSCA-POR-DOCUMENTO
                   IF FUNCIONARIO-CPF = DOCUMENTO-BUSCA
                       SET REGISTRO-ACHADO TO TRUE
                       MOVE "CPF" TO ACHADO-CAMPO
                   END-IF
               WHEN BUSCA-POR-NOME
                   MOVE FUNCIONARIO-NOME TO CAMPO-CONFERIDO
                   PERFORM CONFERE-CAMPO-TEXTO
                   IF REGISTRO-ACHADO
                       MOVE "NOME" TO ACHADO-CAMPO
                   ELSE
                       PERFORM CONFERE-DEPENDENTE
                           VARYING IND-DEPENDENTE FROM 1 BY 1
                           UNTIL IND-DEPENDENTE > 5
                           OR IND-DEPENDENTE >
                               FUNCIONARIO-QTDE-DEPENDENTES
                           OR REGISTRO-ACHADO
                   END-IF
               WHEN BUSCA-POR-EMAIL
                   MOVE FUNCIONARIO-EMAIL TO CAMPO-CONFERIDO
                   PERFORM CONFERE-CAMPO-TEXTO
                   IF REGISTRO-ACHADO
                       MOVE "E-MAIL" TO ACHADO-CAMPO
                   END-IF
           END-EVALUATE.
           IF REGISTRO-ACHADO
               MOVE FUNCIONARIO-CODIGO TO ACHADO-CODIGO
               MOVE FUNCIONARIO-NOME TO ACHADO-NOME
               PERFORM MOSTRA-ACHADO
               MOVE FUNCIONARIO-CODIGO TO CODIGO-CONFERIDO
               PERFORM GUARDA-FUNCIONARIO-ACHADO
           END-IF.

       CONFERE-DEPENDENTE.
           MOVE DEPENDENTE-NOME(IND-DEPENDENTE) TO CAMPO-CONFERIDO.
           PERFORM CONFERE-CAMPO-TEXTO.
           IF REGISTRO-ACHADO
               MOVE "NOME DO DEPENDENTE" TO ACHADO-CAMPO
           END-IF.

       GUARDA-FUNCIONARIO-ACHADO.
           SET REGISTRO-NAO-ACHADO TO TRUE.
           PERFORM CONFERE-FUNCIONARIO-ACHADO
               VARYING IND-ACHADO FROM 1 BY 1
               UNTIL IND-ACHADO > QTDE-FUNCIONARIOS-ACHADOS
               OR REGISTRO-ACHADO.
           IF REGISTRO-NAO-ACHADO
               IF QTDE-FUNCIONARIOS-ACHADOS < 100
                   ADD 1 TO QTDE-FUNCIONARIOS-ACHADOS
                   MOVE CODIGO-CONFERIDO TO FUNCIONARIO-ACHADO-CODIGO
                       (QTDE-FUNCIONARIOS-ACHADOS)
               ELSE
                   SET TABELA-DE-ACHADOS-CHEIA TO TRUE
               END-IF
           END-IF.

       CONFERE-FUNCIONARIO-ACHADO.
           IF FUNCIONARIO-ACHADO-CODIGO(IND-ACHADO) = CODIGO-CONFERIDO
               SET REGISTRO-ACHADO TO TRUE
           END-IF.

       PROCURA-NAS-TRILHAS.
      *    Trilhas de auditoria: pelo nome gravado ou pelo codigo de
      *    um titular ja achado no cadastro
           OPEN INPUT ARQUIVO-HISTORICO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-HISTORICO.
           MOVE "hist_clientes.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-HISTORICO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO.

           OPEN INPUT ARQUIVO-HISTORICO-FUNC.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-HISTORICO-FUNC.
           MOVE "hist_funcionarios.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-HISTORICO-FUNC UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FUNC.

       LER-PROXIMO-HISTORICO.
           READ ARQUIVO-HISTORICO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-HISTORICO.
           MOVE HIST-NOME TO ACHADO-NOME.
           MOVE HIST-CODIGO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-CLIENTE.
           IF REGISTRO-ACHADO
               MOVE HIST-CODIGO TO ACHADO-CODIGO
               MOVE HIST-DATA TO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

       LER-PROXIMO-HISTORICO-FUNC.
           READ ARQUIVO-HISTORICO-FUNC
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-HISTORICO-FUNC.
           MOVE HISTF-NOME TO ACHADO-NOME.
           MOVE HISTF-CODIGO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-FUNCIONARIO.
           IF REGISTRO-ACHADO
               MOVE HISTF-CODIGO TO ACHADO-CODIGO
               MOVE HISTF-DATA TO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO-FUNC.

      *    Linha que so guarda codigo e nome: acha pelo nome (busca
      *    por nome) ou pelo codigo de um cliente ja achado
       CONFERE-NOME-OU-CLIENTE.
           SET REGISTRO-NAO-ACHADO TO TRUE.
           MOVE SPACES TO ACHADO-CAMPO.
           IF BUSCA-POR-NOME
               MOVE ACHADO-NOME TO CAMPO-CONFERIDO
               PERFORM CONFERE-CAMPO-TEXTO
           END-IF.
           IF REGISTRO-ACHADO
               MOVE "NOME" TO ACHADO-CAMPO
           ELSE
               PERFORM CONFERE-CLIENTE-ACHADO
                   VARYING IND-ACHADO FROM 1 BY 1
                   UNTIL IND-ACHADO > QTDE-CLIENTES-ACHADOS
                   OR REGISTRO-ACHADO
               IF REGISTRO-ACHADO
                   MOVE "CODIGO DO CLIENTE" TO ACHADO-CAMPO
               END-IF
           END-IF.

       CONFERE-NOME-OU-FUNCIONARIO.
           SET REGISTRO-NAO-ACHADO TO TRUE.
           MOVE SPACES TO ACHADO-CAMPO.
           IF BUSCA-POR-NOME
               MOVE ACHADO-NOME TO CAMPO-CONFERIDO
               PERFORM CONFERE-CAMPO-TEXTO
           END-IF.
           IF REGISTRO-ACHADO
               MOVE "NOME" TO ACHADO-CAMPO
           ELSE
               PERFORM CONFERE-FUNCIONARIO-ACHADO
                   VARYING IND-ACHADO FROM 1 BY 1
                   UNTIL IND-ACHADO > QTDE-FUNCIONARIOS-ACHADOS
                   OR REGISTRO-ACHADO
               IF REGISTRO-ACHADO
                   MOVE "CODIGO DO FUNCIONARIO" TO ACHADO-CAMPO
               END-IF
           END-IF.

       PROCURA-NA-FOLHA.
      *    Arquivos da folha que guardam nome, CPF ou dados do
      *    beneficiario de pensao
           OPEN INPUT ARQUIVO-HISTORICO-FOLHA.
           MOVE LOW-VALUES TO HISTFOL-CHAVE.
           START ARQUIVO-HISTORICO-FOLHA
               KEY IS NOT LESS THAN HISTFOL-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-HISTORICO-FOLHA.
           MOVE "historico_folha.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-HISTORICO-FOLHA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FOLHA.

           OPEN INPUT ARQUIVO-ENCARGO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ENCARGO.
           MOVE "encargos_folha.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-ENCARGO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ENCARGO.

           OPEN INPUT ARQUIVO-PENSAO.
           MOVE LOW-VALUES TO PENSAO-CHAVE.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMA-PENSAO.
           MOVE "pensoes.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-PENSAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PENSAO.

           OPEN INPUT ARQUIVO-PAGTO-PENSAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PAGTO-PENSAO.
           MOVE "folha_pensoes.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-PAGTO-PENSAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PAGTO-PENSAO.

           OPEN INPUT ARQUIVO-DESLIGAMENTOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-DESLIGAMENTO.
           MOVE "desligamentos.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-DESLIGAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DESLIGAMENTOS.

           OPEN INPUT ARQUIVO-PROVISAO.
           MOVE ZEROS TO PROV-CODIGO.
           START ARQUIVO-PROVISAO KEY IS NOT LESS THAN PROV-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMA-PROVISAO.
           MOVE "provisoes_folha.dat" TO ACHADO-ARQUIVO.
           PERFORM AVALIA-PROVISAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PROVISAO.

       LER-PROXIMO-HISTORICO-FOLHA.
           READ ARQUIVO-HISTORICO-FOLHA NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-HISTORICO-FOLHA.
           MOVE HISTFOL-NOME TO ACHADO-NOME.
           MOVE HISTFOL-CODIGO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-FUNCIONARIO.
           IF BUSCA-POR-DOCUMENTO
               AND HISTFOL-CPF = DOCUMENTO-BUSCA
               SET REGISTRO-ACHADO TO TRUE
               MOVE "CPF" TO ACHADO-CAMPO
           END-IF.
           IF REGISTRO-ACHADO
               MOVE HISTFOL-CODIGO TO ACHADO-CODIGO
               MOVE SPACES TO ACHADO-REFERENCIA
               STRING HISTFOL-AAMM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HISTFOL-TIPO DELIMITED BY SIZE
                   INTO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO-FOLHA.

       LER-PROXIMO-ENCARGO.
           READ ARQUIVO-ENCARGO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-ENCARGO.
           MOVE ENCARGO-NOME TO ACHADO-NOME.
           MOVE ENCARGO-CODIGO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-FUNCIONARIO.
           IF BUSCA-POR-DOCUMENTO
               AND ENCARGO-CPF = DOCUMENTO-BUSCA
               SET REGISTRO-ACHADO TO TRUE
               MOVE "CPF" TO ACHADO-CAMPO
           END-IF.
           IF REGISTRO-ACHADO
               MOVE ENCARGO-CODIGO TO ACHADO-CODIGO
               MOVE ENCARGO-MES-FOLHA TO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMO-ENCARGO.

       LER-PROXIMA-PENSAO.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

      *    A pensao fala de 2 pessoas: do funcionario, pelo codigo, e
      *    do beneficiario, pelo nome e pelo CPF gravados
       AVALIA-PENSAO.
           MOVE PENSAO-BENEFICIARIO TO ACHADO-NOME.
           MOVE PENSAO-FUNCIONARIO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-FUNCIONARIO.
           IF REGISTRO-ACHADO
               AND ACHADO-CAMPO = "NOME"
               MOVE "BENEFICIARIO" TO ACHADO-CAMPO
           END-IF.
           IF BUSCA-POR-DOCUMENTO
               AND PENSAO-CPF-BENEFICIARIO = DOCUMENTO-BUSCA
               SET REGISTRO-ACHADO TO TRUE
               MOVE "CPF DO BENEFICIARIO" TO ACHADO-CAMPO
           END-IF.
           IF REGISTRO-ACHADO
               MOVE PENSAO-FUNCIONARIO TO ACHADO-CODIGO
               MOVE PENSAO-SEQUENCIA TO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMA-PENSAO.

       LER-PROXIMO-PAGTO-PENSAO.
           READ ARQUIVO-PAGTO-PENSAO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PAGTO-PENSAO.
           MOVE PAGPEN-BENEFICIARIO TO ACHADO-NOME.
           MOVE PAGPEN-FUNCIONARIO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-FUNCIONARIO.
           IF REGISTRO-ACHADO
               AND ACHADO-CAMPO = "NOME"
               MOVE "BENEFICIARIO" TO ACHADO-CAMPO
           END-IF.
           IF BUSCA-POR-DOCUMENTO
               AND PAGPEN-CPF = DOCUMENTO-BUSCA
               SET REGISTRO-ACHADO TO TRUE
               MOVE "CPF DO BENEFICIARIO" TO ACHADO-CAMPO
           END-IF.
           IF REGISTRO-ACHADO
               MOVE PAGPEN-FUNCIONARIO TO ACHADO-CODIGO
               MOVE PAGPEN-MES-FOLHA TO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMO-PAGTO-PENSAO.

       LER-PROXIMO-DESLIGAMENTO.
           READ ARQUIVO-DESLIGAMENTOS
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-DESLIGAMENTO.
           MOVE DESLIG-NOME TO ACHADO-NOME.
           MOVE DESLIG-CODIGO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-FUNCIONARIO.
           IF REGISTRO-ACHADO
               MOVE DESLIG-CODIGO TO ACHADO-CODIGO
               MOVE DESLIG-DATA TO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMO-DESLIGAMENTO.

       LER-PROXIMA-PROVISAO.
           READ ARQUIVO-PROVISAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PROVISAO.
           MOVE PROV-NOME TO ACHADO-NOME.
           MOVE PROV-CODIGO TO CODIGO-CONFERIDO.
           PERFORM CONFERE-NOME-OU-FUNCIONARIO.
           IF REGISTRO-ACHADO
               MOVE PROV-CODIGO TO ACHADO-CODIGO
               MOVE SPACES TO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMA-PROVISAO.

       PROCURA-NOS-EXTRATOS.
      *    Extratos gerados: cada arquivo do controle de geracoes e o
      *    diretorio de funcionarios, lidos como texto
           OPEN INPUT ARQUIVO-GERACAO.
           MOVE LOW-VALUES TO GERACAO-CHAVE.
           START ARQUIVO-GERACAO KEY IS NOT LESS THAN GERACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-GERACOES
               NOT INVALID KEY
                   MOVE "N" TO FIM-GERACOES
           END-START.
           PERFORM LER-PROXIMA-GERACAO.
           PERFORM AVALIA-GERACAO UNTIL FIM-GERACOES = "S".
           CLOSE ARQUIVO-GERACAO.

           MOVE "funcionarios_diretorio.dat" TO NOME-ARQUIVO-EXPORTADO.
           PERFORM PROCURA-NO-EXTRATO.

       LER-PROXIMA-GERACAO.
           READ ARQUIVO-GERACAO NEXT RECORD
               AT END MOVE "S" TO FIM-GERACOES.

       AVALIA-GERACAO.
           IF GERACAO-ARQUIVO NOT = SPACES
               MOVE GERACAO-ARQUIVO TO NOME-ARQUIVO-EXPORTADO
               PERFORM PROCURA-NO-EXTRATO
           END-IF.
           PERFORM LER-PROXIMA-GERACAO.

      *    O extrato ja recolhido e apagado pelo expurgo simplesmente
      *    nao tem linhas (arquivo OPTIONAL)
       PROCURA-NO-EXTRATO.
           ADD 1 TO TOTAL-EXPORTADOS-LIDOS.
           MOVE NOME-ARQUIVO-EXPORTADO TO ACHADO-ARQUIVO.
           MOVE ZEROS TO LINHA-DO-EXPORTADO.
           OPEN INPUT ARQUIVO-EXPORTADO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMA-LINHA-EXPORTADA.
           PERFORM AVALIA-LINHA-EXPORTADA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-EXPORTADO.

       LER-PROXIMA-LINHA-EXPORTADA.
           READ ARQUIVO-EXPORTADO
               AT END MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO LINHA-DO-EXPORTADO
           END-IF.

       AVALIA-LINHA-EXPORTADA.
           INSPECT LINHA-EXPORTADA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZEROS TO OCORRENCIAS.
           INSPECT LINHA-EXPORTADA TALLYING OCORRENCIAS
               FOR ALL TERMO-BUSCA(1:TERMO-BUSCA-TAMANHO).
           IF OCORRENCIAS > 0
               MOVE ZEROS TO ACHADO-CODIGO
               MOVE SPACES TO ACHADO-NOME
               MOVE "TEXTO DA LINHA" TO ACHADO-CAMPO
               MOVE LINHA-DO-EXPORTADO TO LINHA-DO-EXPORTADO-EDITADA
               MOVE SPACES TO ACHADO-REFERENCIA
               STRING "LINHA " DELIMITED BY SIZE
                   LINHA-DO-EXPORTADO-EDITADA DELIMITED BY SIZE
                   INTO ACHADO-REFERENCIA
               PERFORM MOSTRA-ACHADO
           END-IF.
           PERFORM LER-PROXIMA-LINHA-EXPORTADA.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de registros achados, sob a sigla LGPDRL
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "LGPDRL" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-ACHADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
