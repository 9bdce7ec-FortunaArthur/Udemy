       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG313.
      *    Programa de Anonimizacao de Funcionarios Desligados (LGPD)
      *    Irmao do PROG312, para o lado da folha. E candidato o
      *    funcionario DESLIGADO cujo ultimo desligamento em
      *    desligamentos.dat e anterior a data de corte (hoje menos os
      *    anos de retencao informados na entrada). Nome vira
      *    ANONIMIZADO e endereco, telefone, e-mail, CPF, nascimento e
      *    dependentes sao apagados; codigo, salario, departamento,
      *    admissao e todos os valores ficam, pra folha, encargos,
      *    provisoes e contabilidade continuarem fechando. O mesmo
      *    vale para:
      *    - a imagem do funcionario no arquivo morto e na lixeira
      *      funcionarios_excluidos.dat - inclusive do que ja nem esta
      *      no cadastro, se arquivado/excluido antes do corte;
      *    - o nome em hist_funcionarios.dat, desligamentos.dat e
      *      provisoes_folha.dat;
      *    - o nome e o CPF em historico_folha.dat e
      *      encargos_folha.dat;
      *    - o nome, CPF e conta do beneficiario da pensao em
      *      pensoes.dat e folha_pensoes.dat.
      *    folha_liquida.dat nao entra: e refeita a cada fechamento e
      *    so tem o mes corrente.
      *    O funcionario ja anonimizado numa rodada anterior entra de
      *    novo na limpeza dos outros arquivos, pra rodada interrompida
      *    no meio ser completada pela seguinte. Cada registro alterado
      *    ganha 1 linha em anonimizacoes.dat (FDANONIM). Rodada em
      *    (S)imulacao ou (E)fetiva, com operador com permissao de
      *    exclusao no sign-on (PROG83), como no PROG312.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELEXCFUNCIONARIO.cob".
           COPY "SELDESLIG.cob".
           COPY "SELHISTFOLHA.cob".
           COPY "SELENCARGO.cob".
           COPY "SELPROVISAO.cob".
           COPY "SELPENSAO.cob".
           COPY "SELPAGPEN.cob".
           COPY "SELANONIM.cob".
           COPY "SELSTATUS.cob".

           SELECT OPTIONAL ARQUIVO-MORTO-FUNCIONARIOS
           ASSIGN TO "funcionarios_arquivo_morto.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-HISTORICO-FUNC
           ASSIGN TO "hist_funcionarios.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-TRABALHO
           ASSIGN TO "anonimizacao.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXCFUNCIONARIO.cob".
           COPY "FDDESLIG.cob".
           COPY "FDHISTFOLHA.cob".
           COPY "FDENCARGO.cob".
           COPY "FDPROVISAO.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPAGPEN.cob".
           COPY "FDANONIM.cob".
           COPY "FDSTATUS.cob".

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

       FD ARQUIVO-TRABALHO.

       01  LINHA-TRABALHO PIC X(411).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  HISTFOL-FILE-STATUS PIC X(2).
       01  PROVISAO-FILE-STATUS PIC X(2).
       01  PENSAO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO PIC 9(8).
       01  DATA-EXECUCAO-PARTES REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAAA PIC 9(4).
           05 DATA-EXECUCAO-MMDD PIC 9(4).

       01  ANOS-DE-RETENCAO PIC 9(2).
       01  ANOS-DE-RETENCAO-PADRAO PIC 9(2) VALUE 5.
       01  DATA-DE-CORTE PIC 9(8).

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

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "ANOFUN".

       01  MODO-EXECUCAO PIC X.
           88 MODO-SIMULACAO VALUE "S".
           88 MODO-EFETIVO VALUE "E".

      *    Tabela direta pelo codigo do funcionario: ultimo
      *    desligamento e situacao na rodada
       01  TABELA-FUNCIONARIOS.
           05 FUNCIONARIO-DA-RODADA OCCURS 9999 TIMES.
               10 RODADA-DATA-DESLIGAMENTO PIC 9(8).
               10 RODADA-SITUACAO PIC X.
                   88 RODADA-A-ANONIMIZAR VALUE "A".
                   88 RODADA-JA-ANONIMIZADO VALUE "J".
                   88 RODADA-MANTIDO VALUE SPACE.
       01  IND-FUNCIONARIO PIC 9(4).

       01  CODIGO-DO-TITULAR PIC 9(4).
       01  IND-DEPENDENTE PIC 9.

       01  NOME-ANONIMIZADO PIC X(20) VALUE "ANONIMIZADO".
       01  FUNCIONARIO-ANTES PIC X(391).

       01  ANONIMIZA-FLAG PIC X.
           88 IMAGEM-A-ANONIMIZAR VALUE "S".
           88 IMAGEM-MANTIDA VALUE "N".

       01  ALTERADOS-NO-ARQUIVO PIC 9(6).

       01  TOTAL-FUNCIONARIOS-LIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CANDIDATOS PIC 9(6) VALUE 0.
       01  TOTAL-JA-ANONIMIZADOS PIC 9(6) VALUE 0.
       01  TOTAL-CADASTROS PIC 9(6) VALUE 0.
       01  TOTAL-MORTOS PIC 9(6) VALUE 0.
       01  TOTAL-EXCLUIDOS PIC 9(6) VALUE 0.
       01  TOTAL-HISTORICOS PIC 9(6) VALUE 0.
       01  TOTAL-HISTORICO-FOLHA PIC 9(6) VALUE 0.
       01  TOTAL-ENCARGOS PIC 9(6) VALUE 0.
       01  TOTAL-DESLIGAMENTOS PIC 9(6) VALUE 0.
       01  TOTAL-PROVISOES PIC 9(6) VALUE 0.
       01  TOTAL-PENSOES PIC 9(6) VALUE 0.
       01  TOTAL-PAGTOS-PENSAO PIC 9(6) VALUE 0.
       01  TOTAL-REGISTROS-ALTERADOS PIC 9(6) VALUE 0.

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
               OR OPERADOR-SEM-EXCLUSAO
               DISPLAY "OPERADOR SEM PERMISSAO DE EXCLUSAO - "
                   "ANONIMIZACAO NAO EXECUTADA"
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "RODADA EM (S)IMULACAO OU (E)FETIVA? (ENTER "
               "PARA SIMULACAO):".
           ACCEPT MODO-EXECUCAO.
           IF NOT MODO-EFETIVO
               SET MODO-SIMULACAO TO TRUE
               DISPLAY "MODO SIMULACAO - NADA SERA ALTERADO"
           END-IF.

           MOVE ZEROS TO ANOS-DE-RETENCAO.
           DISPLAY "INFORME OS ANOS DE RETENCAO DOS DADOS PESSOAIS "
               "(ENTER PARA " ANOS-DE-RETENCAO-PADRAO "):".
           ACCEPT ANOS-DE-RETENCAO.
           IF ANOS-DE-RETENCAO = 0
               MOVE ANOS-DE-RETENCAO-PADRAO TO ANOS-DE-RETENCAO
           END-IF.
           COMPUTE DATA-DE-CORTE =
               (DATA-EXECUCAO-AAAA - ANOS-DE-RETENCAO) * 10000
               + DATA-EXECUCAO-MMDD.

           DISPLAY "ANONIMIZACAO DE FUNCIONARIOS - DATA " DATA-EXECUCAO
               " CORTE " DATA-DE-CORTE " OPERADOR " OPERADOR-ID.

           PERFORM LIMPA-FUNCIONARIO-DA-RODADA
               VARYING IND-FUNCIONARIO FROM 1 BY 1
               UNTIL IND-FUNCIONARIO > 9999.
           PERFORM CARREGA-DESLIGAMENTOS.

           IF MODO-EFETIVO
               OPEN EXTEND ARQUIVO-ANONIMIZACAO
           END-IF.
           PERFORM ANONIMIZA-CADASTRO.
           PERFORM ANONIMIZA-ARQUIVO-MORTO.
           PERFORM ANONIMIZA-EXCLUIDOS.
           PERFORM ANONIMIZA-HISTORICO.
           PERFORM ANONIMIZA-HISTORICO-FOLHA.
           PERFORM ANONIMIZA-ENCARGOS.
           PERFORM ANONIMIZA-DESLIGAMENTOS.
           PERFORM ANONIMIZA-PROVISOES.
           PERFORM ANONIMIZA-PENSOES.
           PERFORM ANONIMIZA-PAGTOS-PENSAO.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-ANONIMIZACAO
           END-IF.
           COMPUTE TOTAL-REGISTROS-ALTERADOS = TOTAL-CADASTROS
               + TOTAL-MORTOS + TOTAL-EXCLUIDOS + TOTAL-HISTORICOS
               + TOTAL-HISTORICO-FOLHA + TOTAL-ENCARGOS
               + TOTAL-DESLIGAMENTOS + TOTAL-PROVISOES
               + TOTAL-PENSOES + TOTAL-PAGTOS-PENSAO.

           DISPLAY "---------------------------------------------".
           DISPLAY "FUNCIONARIOS LIDOS: " TOTAL-FUNCIONARIOS-LIDOS.
           DISPLAY "DESLIGADOS ANTES DO CORTE: " TOTAL-CANDIDATOS.
           DISPLAY "  JA ANONIMIZADOS ANTES: " TOTAL-JA-ANONIMIZADOS.
           IF MODO-EFETIVO
               DISPLAY "REGISTROS ANONIMIZADOS:"
           ELSE
               DISPLAY "REGISTROS QUE SERIAM ANONIMIZADOS:"
           END-IF.
           DISPLAY "  FUNCIONARIOS.DAT: " TOTAL-CADASTROS.
           DISPLAY "  ARQUIVO MORTO: " TOTAL-MORTOS.
           DISPLAY "  FUNCIONARIOS EXCLUIDOS: " TOTAL-EXCLUIDOS.
           DISPLAY "  HIST_FUNCIONARIOS.DAT: " TOTAL-HISTORICOS.
           DISPLAY "  HISTORICO_FOLHA.DAT: " TOTAL-HISTORICO-FOLHA.
           DISPLAY "  ENCARGOS_FOLHA.DAT: " TOTAL-ENCARGOS.
           DISPLAY "  DESLIGAMENTOS.DAT: " TOTAL-DESLIGAMENTOS.
           DISPLAY "  PROVISOES_FOLHA.DAT: " TOTAL-PROVISOES.
           DISPLAY "  PENSOES.DAT: " TOTAL-PENSOES.
           DISPLAY "  FOLHA_PENSOES.DAT: " TOTAL-PAGTOS-PENSAO.
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO CONCLUIDA - ARQUIVOS INTOCADOS"
           END-IF.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.
           STOP RUN.

       LIMPA-FUNCIONARIO-DA-RODADA.
           MOVE ZEROS TO RODADA-DATA-DESLIGAMENTO(IND-FUNCIONARIO).
           SET RODADA-MANTIDO(IND-FUNCIONARIO) TO TRUE.

      *    Nome, CPF e contas saem nos outros arquivos quando o
      *    funcionario e da rodada ou ja foi anonimizado
       CONFERE-FUNCIONARIO-DA-RODADA.
           SET IMAGEM-MANTIDA TO TRUE.
           IF CODIGO-DO-TITULAR > 0
               IF NOT RODADA-MANTIDO(CODIGO-DO-TITULAR)
                   SET IMAGEM-A-ANONIMIZAR TO TRUE
               END-IF
           END-IF.

       ANONIMIZA-REGISTRO-FUNCIONARIO.
      *    Regra de anonimizacao de FUNCIONARIO-REGISTRO
           MOVE NOME-ANONIMIZADO TO FUNCIONARIO-NOME.
           MOVE SPACES TO FUNCIONARIO-ENDERECO.
           MOVE SPACES TO FUNCIONARIO-TELEFONE.
           MOVE SPACES TO FUNCIONARIO-EMAIL.
           MOVE ZEROS TO FUNCIONARIO-CPF.
           MOVE ZEROS TO FUNCIONARIO-DATA-NASCIMENTO.
           PERFORM LIMPA-DEPENDENTE
               VARYING IND-DEPENDENTE FROM 1 BY 1
               UNTIL IND-DEPENDENTE > 5.
           MOVE ZEROS TO FUNCIONARIO-QTDE-DEPENDENTES.

       LIMPA-DEPENDENTE.
           MOVE SPACES TO DEPENDENTE-NOME(IND-DEPENDENTE).
           MOVE SPACES TO DEPENDENTE-PARENTESCO(IND-DEPENDENTE).
           MOVE ZEROS TO DEPENDENTE-DATA-NASCIMENTO(IND-DEPENDENTE).

       CARREGA-DESLIGAMENTOS.
      *    Ultimo desligamento de cada funcionario
           OPEN INPUT ARQUIVO-DESLIGAMENTOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-DESLIGAMENTO.
           PERFORM GUARDA-DESLIGAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DESLIGAMENTOS.

       LER-PROXIMO-DESLIGAMENTO.
           READ ARQUIVO-DESLIGAMENTOS
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-DESLIGAMENTO.
           IF DESLIG-CODIGO > 0
               IF DESLIG-DATA >
                   RODADA-DATA-DESLIGAMENTO(DESLIG-CODIGO)
                   MOVE DESLIG-DATA
                       TO RODADA-DATA-DESLIGAMENTO(DESLIG-CODIGO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-DESLIGAMENTO.

       ANONIMIZA-CADASTRO.
      *    Cadastro de funcionarios
           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-FUNCIONARIO
           ELSE
               OPEN INPUT ARQUIVO-FUNCIONARIO
           END-IF.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS THAN FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM AVALIA-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FUNCIONARIO.

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-FUNCIONARIO.
           ADD 1 TO TOTAL-FUNCIONARIOS-LIDOS.
           MOVE FUNCIONARIO-CODIGO TO CODIGO-DO-TITULAR.
           IF FUNCIONARIO-DESLIGADO
               AND CODIGO-DO-TITULAR > 0
               AND RODADA-DATA-DESLIGAMENTO(CODIGO-DO-TITULAR) > 0
               AND RODADA-DATA-DESLIGAMENTO(CODIGO-DO-TITULAR)
                   < DATA-DE-CORTE
               ADD 1 TO TOTAL-CANDIDATOS
               MOVE FUNCIONARIO-REGISTRO TO FUNCIONARIO-ANTES
               PERFORM ANONIMIZA-REGISTRO-FUNCIONARIO
               IF FUNCIONARIO-REGISTRO NOT = FUNCIONARIO-ANTES
                   SET RODADA-A-ANONIMIZAR(CODIGO-DO-TITULAR) TO TRUE
                   PERFORM REGRAVA-FUNCIONARIO
               ELSE
                   SET RODADA-JA-ANONIMIZADO(CODIGO-DO-TITULAR)
                       TO TRUE
                   ADD 1 TO TOTAL-JA-ANONIMIZADOS
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       REGRAVA-FUNCIONARIO.
           ADD 1 TO TOTAL-CADASTROS.
           IF MODO-EFETIVO
               REWRITE FUNCIONARIO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O FUNCIONARIO "
                           FUNCIONARIO-CODIGO
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       MOVE "funcionarios.dat" TO ANON-ARQUIVO
                       MOVE SPACES TO ANON-REFERENCIA
                       PERFORM GRAVA-LINHA-ANONIMIZACAO
                       DISPLAY "FUNCIONARIO ANONIMIZADO: "
                           FUNCIONARIO-CODIGO
               END-REWRITE
           ELSE
               DISPLAY "FUNCIONARIO SERIA ANONIMIZADO: "
                   FUNCIONARIO-CODIGO
           END-IF.

       ANONIMIZA-ARQUIVO-MORTO.
      *    Imagens no arquivo morto e na lixeira: o da rodada, ou o
      *    que ja saiu do cadastro antes do corte
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-MORTO-FUNCIONARIOS.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-MORTO.
           PERFORM AVALIA-MORTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MORTO-FUNCIONARIOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-ARQUIVO-MORTO
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-MORTOS.

       LER-PROXIMO-MORTO.
           READ ARQUIVO-MORTO-FUNCIONARIOS
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-MORTO.
           MOVE MORTO-FUNCIONARIO-REGISTRO(1:4) TO CODIGO-DO-TITULAR.
           IF MORTO-FUNCIONARIO-DATA < DATA-DE-CORTE
               PERFORM DECIDE-IMAGEM-ARQUIVADA
           ELSE
               PERFORM CONFERE-FUNCIONARIO-DA-RODADA
           END-IF.
           IF IMAGEM-A-ANONIMIZAR
               MOVE MORTO-FUNCIONARIO-REGISTRO TO FUNCIONARIO-REGISTRO
               PERFORM ANONIMIZA-REGISTRO-FUNCIONARIO
               IF FUNCIONARIO-REGISTRO NOT = MORTO-FUNCIONARIO-REGISTRO
                   ADD 1 TO ALTERADOS-NO-ARQUIVO
                   MOVE FUNCIONARIO-REGISTRO
                       TO MORTO-FUNCIONARIO-REGISTRO
                   MOVE "funcionarios_arquivo_morto.dat"
                       TO ANON-ARQUIVO
                   MOVE MORTO-FUNCIONARIO-DATA TO ANON-REFERENCIA
                   PERFORM GRAVA-LINHA-ANONIMIZACAO
               END-IF
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-MORTA-FUNCIONARIO TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-MORTO.

       DEVOLVE-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-MORTO-FUNCIONARIOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-MORTA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MORTO-FUNCIONARIOS.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-MORTA.
           MOVE LINHA-TRABALHO TO LINHA-MORTA-FUNCIONARIO.
           WRITE LINHA-MORTA-FUNCIONARIO.
           PERFORM LER-PROXIMO-TRABALHO.

       ANONIMIZA-EXCLUIDOS.
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-EXCLUIDOS-FUNCIONARIO.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-EXCLUIDO.
           PERFORM AVALIA-EXCLUIDO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-EXCLUIDOS-FUNCIONARIO.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-EXCLUIDOS
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-EXCLUIDOS.

       LER-PROXIMO-EXCLUIDO.
           READ ARQUIVO-EXCLUIDOS-FUNCIONARIO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-EXCLUIDO.
           MOVE EXC-FUN-REGISTRO(1:4) TO CODIGO-DO-TITULAR.
           IF EXC-FUN-DATA < DATA-DE-CORTE
               PERFORM DECIDE-IMAGEM-ARQUIVADA
           ELSE
               PERFORM CONFERE-FUNCIONARIO-DA-RODADA
           END-IF.
           IF IMAGEM-A-ANONIMIZAR
               MOVE EXC-FUN-REGISTRO TO FUNCIONARIO-REGISTRO
               PERFORM ANONIMIZA-REGISTRO-FUNCIONARIO
               IF FUNCIONARIO-REGISTRO NOT = EXC-FUN-REGISTRO
                   ADD 1 TO ALTERADOS-NO-ARQUIVO
                   MOVE FUNCIONARIO-REGISTRO TO EXC-FUN-REGISTRO
                   MOVE "funcionarios_excluidos.dat" TO ANON-ARQUIVO
                   MOVE EXC-FUN-DATA TO ANON-REFERENCIA
                   PERFORM GRAVA-LINHA-ANONIMIZACAO
               END-IF
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-EXCLUIDO-FUNCIONARIO TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-EXCLUIDO.

       DEVOLVE-EXCLUIDOS.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-EXCLUIDOS-FUNCIONARIO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-EXCLUIDA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-EXCLUIDOS-FUNCIONARIO.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-EXCLUIDA.
           MOVE LINHA-TRABALHO TO LINHA-EXCLUIDO-FUNCIONARIO.
           WRITE LINHA-EXCLUIDO-FUNCIONARIO.
           PERFORM LER-PROXIMO-TRABALHO.

      *    Imagem guardada antes do corte: sai se o funcionario e da
      *    rodada ou se ja nem esta no cadastro - e nesse caso passa a
      *    ser da rodada, pra limpeza dos outros arquivos
       DECIDE-IMAGEM-ARQUIVADA.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-MANTIDA
               AND CODIGO-DO-TITULAR > 0
               MOVE CODIGO-DO-TITULAR TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       SET IMAGEM-A-ANONIMIZAR TO TRUE
                       SET RODADA-JA-ANONIMIZADO(CODIGO-DO-TITULAR)
                           TO TRUE
               END-READ
           END-IF.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       ANONIMIZA-HISTORICO.
      *    Nome gravado na trilha hist_funcionarios.dat
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-HISTORICO-FUNC.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-HISTORICO.
           PERFORM AVALIA-HISTORICO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FUNC.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-HISTORICO
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-HISTORICOS.

       LER-PROXIMO-HISTORICO.
           READ ARQUIVO-HISTORICO-FUNC
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-HISTORICO.
           MOVE HISTF-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND HISTF-NOME NOT = NOME-ANONIMIZADO
               MOVE NOME-ANONIMIZADO TO HISTF-NOME
               ADD 1 TO ALTERADOS-NO-ARQUIVO
               MOVE "hist_funcionarios.dat" TO ANON-ARQUIVO
               MOVE HISTF-DATA TO ANON-REFERENCIA
               PERFORM GRAVA-LINHA-ANONIMIZACAO
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-HISTORICO-FUNC TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO.

       DEVOLVE-HISTORICO.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-HISTORICO-FUNC.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-HISTORICO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FUNC.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-HISTORICO.
           MOVE LINHA-TRABALHO TO LINHA-HISTORICO-FUNC.
           WRITE LINHA-HISTORICO-FUNC.
           PERFORM LER-PROXIMO-TRABALHO.

       ANONIMIZA-HISTORICO-FOLHA.
      *    Historico da folha: nome e CPF de cada mes fechado
           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-HISTORICO-FOLHA
           ELSE
               OPEN INPUT ARQUIVO-HISTORICO-FOLHA
           END-IF.
           MOVE LOW-VALUES TO HISTFOL-CHAVE.
           START ARQUIVO-HISTORICO-FOLHA
               KEY IS NOT LESS THAN HISTFOL-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMO-HISTORICO-FOLHA.
           PERFORM AVALIA-HISTORICO-FOLHA UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FOLHA.

       LER-PROXIMO-HISTORICO-FOLHA.
           READ ARQUIVO-HISTORICO-FOLHA NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-HISTORICO-FOLHA.
           MOVE HISTFOL-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND (HISTFOL-NOME NOT = NOME-ANONIMIZADO
               OR HISTFOL-CPF NOT = ZEROS)
               ADD 1 TO TOTAL-HISTORICO-FOLHA
               IF MODO-EFETIVO
                   MOVE NOME-ANONIMIZADO TO HISTFOL-NOME
                   MOVE ZEROS TO HISTFOL-CPF
                   REWRITE HISTFOL-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A FOLHA DE "
                               HISTFOL-CODIGO " " HISTFOL-AAMM
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           MOVE "historico_folha.dat" TO ANON-ARQUIVO
                           MOVE SPACES TO ANON-REFERENCIA
                           STRING HISTFOL-AAMM DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               HISTFOL-TIPO DELIMITED BY SIZE
                               INTO ANON-REFERENCIA
                           PERFORM GRAVA-LINHA-ANONIMIZACAO
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-HISTORICO-FOLHA.

       ANONIMIZA-ENCARGOS.
      *    Encargos da folha: nome e CPF
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-ENCARGO.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ENCARGO.
           PERFORM AVALIA-ENCARGO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ENCARGO.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-ENCARGOS
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-ENCARGOS.

       LER-PROXIMO-ENCARGO.
           READ ARQUIVO-ENCARGO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-ENCARGO.
           MOVE ENCARGO-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND (ENCARGO-NOME NOT = NOME-ANONIMIZADO
               OR ENCARGO-CPF NOT = ZEROS)
               MOVE NOME-ANONIMIZADO TO ENCARGO-NOME
               MOVE ZEROS TO ENCARGO-CPF
               ADD 1 TO ALTERADOS-NO-ARQUIVO
               MOVE "encargos_folha.dat" TO ANON-ARQUIVO
               MOVE ENCARGO-MES-FOLHA TO ANON-REFERENCIA
               PERFORM GRAVA-LINHA-ANONIMIZACAO
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-ENCARGO TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-ENCARGO.

       DEVOLVE-ENCARGOS.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-ENCARGO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-ENCARGO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ENCARGO.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-ENCARGO.
           MOVE LINHA-TRABALHO TO LINHA-ENCARGO.
           WRITE LINHA-ENCARGO.
           PERFORM LER-PROXIMO-TRABALHO.

       ANONIMIZA-DESLIGAMENTOS.
      *    Desligamentos: nome
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-DESLIGAMENTOS.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-DESLIGAMENTO.
           PERFORM AVALIA-DESLIGAMENTO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DESLIGAMENTOS.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-DESLIGAMENTOS
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-DESLIGAMENTOS.

       AVALIA-DESLIGAMENTO.
           MOVE DESLIG-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND DESLIG-NOME NOT = NOME-ANONIMIZADO
               MOVE NOME-ANONIMIZADO TO DESLIG-NOME
               ADD 1 TO ALTERADOS-NO-ARQUIVO
               MOVE "desligamentos.dat" TO ANON-ARQUIVO
               MOVE DESLIG-DATA TO ANON-REFERENCIA
               PERFORM GRAVA-LINHA-ANONIMIZACAO
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-DESLIGAMENTO TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-DESLIGAMENTO.

       DEVOLVE-DESLIGAMENTOS.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-DESLIGAMENTOS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-DESLIGAMENTO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-DESLIGAMENTOS.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-DESLIGAMENTO.
           MOVE LINHA-TRABALHO TO LINHA-DESLIGAMENTO.
           WRITE LINHA-DESLIGAMENTO.
           PERFORM LER-PROXIMO-TRABALHO.

       ANONIMIZA-PROVISOES.
      *    Provisoes de 13o e ferias: nome
           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-PROVISAO
           ELSE
               OPEN INPUT ARQUIVO-PROVISAO
           END-IF.
           MOVE ZEROS TO PROV-CODIGO.
           START ARQUIVO-PROVISAO KEY IS NOT LESS THAN PROV-CODIGO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMA-PROVISAO.
           PERFORM AVALIA-PROVISAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PROVISAO.

       LER-PROXIMA-PROVISAO.
           READ ARQUIVO-PROVISAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PROVISAO.
           MOVE PROV-CODIGO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND PROV-NOME NOT = NOME-ANONIMIZADO
               ADD 1 TO TOTAL-PROVISOES
               IF MODO-EFETIVO
                   MOVE NOME-ANONIMIZADO TO PROV-NOME
                   REWRITE PROV-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A PROVISAO DE "
                               PROV-CODIGO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           MOVE "provisoes_folha.dat" TO ANON-ARQUIVO
                           MOVE SPACES TO ANON-REFERENCIA
                           PERFORM GRAVA-LINHA-ANONIMIZACAO
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-PROVISAO.

       ANONIMIZA-PENSOES.
      *    Pensoes: dados do beneficiario, no cadastro e nos
      *    pagamentos
           IF MODO-EFETIVO
               OPEN I-O ARQUIVO-PENSAO
           ELSE
               OPEN INPUT ARQUIVO-PENSAO
           END-IF.
           MOVE LOW-VALUES TO PENSAO-CHAVE.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO FINAL-ARQUIVO
           END-START.
           PERFORM LER-PROXIMA-PENSAO.
           PERFORM AVALIA-PENSAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PENSAO.

       LER-PROXIMA-PENSAO.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PENSAO.
           MOVE PENSAO-FUNCIONARIO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND (PENSAO-BENEFICIARIO NOT = NOME-ANONIMIZADO
               OR PENSAO-CPF-BENEFICIARIO NOT = ZEROS
               OR PENSAO-CONTA NOT = SPACES)
               ADD 1 TO TOTAL-PENSOES
               IF MODO-EFETIVO
                   MOVE NOME-ANONIMIZADO TO PENSAO-BENEFICIARIO
                   MOVE ZEROS TO PENSAO-CPF-BENEFICIARIO
                   MOVE ZEROS TO PENSAO-BANCO
                   MOVE ZEROS TO PENSAO-AGENCIA
                   MOVE SPACES TO PENSAO-CONTA
                   REWRITE PENSAO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A PENSAO DE "
                               PENSAO-FUNCIONARIO
                           SET EXECUCAO-COM-ERRO TO TRUE
                       NOT INVALID KEY
                           MOVE "pensoes.dat" TO ANON-ARQUIVO
                           MOVE PENSAO-SEQUENCIA TO ANON-REFERENCIA
                           PERFORM GRAVA-LINHA-ANONIMIZACAO
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-PENSAO.

       ANONIMIZA-PAGTOS-PENSAO.
           MOVE ZEROS TO ALTERADOS-NO-ARQUIVO.
           OPEN INPUT ARQUIVO-PAGTO-PENSAO.
           IF MODO-EFETIVO
               OPEN OUTPUT ARQUIVO-TRABALHO
           END-IF.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-PAGTO-PENSAO.
           PERFORM AVALIA-PAGTO-PENSAO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PAGTO-PENSAO.
           IF MODO-EFETIVO
               CLOSE ARQUIVO-TRABALHO
               IF ALTERADOS-NO-ARQUIVO > 0
                   PERFORM DEVOLVE-PAGTOS-PENSAO
               END-IF
           END-IF.
           ADD ALTERADOS-NO-ARQUIVO TO TOTAL-PAGTOS-PENSAO.

       LER-PROXIMO-PAGTO-PENSAO.
           READ ARQUIVO-PAGTO-PENSAO
               AT END MOVE "S" TO FINAL-ARQUIVO.

       AVALIA-PAGTO-PENSAO.
           MOVE PAGPEN-FUNCIONARIO TO CODIGO-DO-TITULAR.
           PERFORM CONFERE-FUNCIONARIO-DA-RODADA.
           IF IMAGEM-A-ANONIMIZAR
               AND (PAGPEN-BENEFICIARIO NOT = NOME-ANONIMIZADO
               OR PAGPEN-CPF NOT = ZEROS
               OR PAGPEN-CONTA NOT = SPACES)
               MOVE NOME-ANONIMIZADO TO PAGPEN-BENEFICIARIO
               MOVE ZEROS TO PAGPEN-CPF
               MOVE ZEROS TO PAGPEN-BANCO
               MOVE ZEROS TO PAGPEN-AGENCIA
               MOVE SPACES TO PAGPEN-CONTA
               ADD 1 TO ALTERADOS-NO-ARQUIVO
               MOVE "folha_pensoes.dat" TO ANON-ARQUIVO
               MOVE PAGPEN-MES-FOLHA TO ANON-REFERENCIA
               PERFORM GRAVA-LINHA-ANONIMIZACAO
           END-IF.
           IF MODO-EFETIVO
               MOVE LINHA-PAGTO-PENSAO TO LINHA-TRABALHO
               WRITE LINHA-TRABALHO
           END-IF.
           PERFORM LER-PROXIMO-PAGTO-PENSAO.

       DEVOLVE-PAGTOS-PENSAO.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-PAGTO-PENSAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM DEVOLVE-LINHA-PAGTO-PENSAO
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PAGTO-PENSAO.
           CLOSE ARQUIVO-TRABALHO.

       DEVOLVE-LINHA-PAGTO-PENSAO.
           MOVE LINHA-TRABALHO TO LINHA-PAGTO-PENSAO.
           WRITE LINHA-PAGTO-PENSAO.
           PERFORM LER-PROXIMO-TRABALHO.

      *    1 linha de auditoria por registro alterado; o chamador
      *    move o arquivo e a referencia, o titular vem do codigo
       GRAVA-LINHA-ANONIMIZACAO.
           IF MODO-EFETIVO
               MOVE DATA-EXECUCAO TO ANON-DATA
               ACCEPT ANON-HORA FROM TIME
               MOVE OPERADOR-ID TO ANON-OPERADOR
               SET ANON-TITULAR-FUNCIONARIO TO TRUE
               MOVE CODIGO-DO-TITULAR TO ANON-CODIGO
               WRITE LINHA-ANONIMIZACAO
           END-IF.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de registros anonimizados, sob a sigla ANOFUN
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "ANOFUN" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-REGISTROS-ALTERADOS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
