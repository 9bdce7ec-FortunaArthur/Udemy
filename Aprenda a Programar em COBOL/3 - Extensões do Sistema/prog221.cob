       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG221.
      *    Programa do Relatorio Mensal de Certificacoes Obrigatorias
      *    Para cada funcionario nao Desligado, confere cada curso
      *    Ativo do catalogo (cursos.dat, PROG220) exigido pelo
      *    departamento dele (FUNCIONARIO-DEPARTAMENTO guarda o
      *    DEPARTAMENTO-CODIGO) contra treinamentos.dat e aponta:
      *    - FALTA: nenhum treinamento registrado no curso;
      *    - VENCIDO: certificado vencido na data de referencia;
      *    - VENCE: certificado que vence nos proximos 60 dias
      *      (constante DIAS-DE-ANTECEDENCIA, na conta de mes
      *      comercial de 30 dias).
      *    A data de referencia e informada (AAAAMMDD, ENTER = hoje).
      *    As pendencias saem ordenadas por departamento e nome, com
      *    o mesmo SORT de procedimento do PROG205, com a quantidade
      *    por departamento e o total geral.
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

           SELECT ARQUIVO-ORDENACAO-PENDENCIA
           ASSIGN TO "prog221.srt".

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDCURSO.cob".
           COPY "FDTREINO.cob".

       SD  ARQUIVO-ORDENACAO-PENDENCIA.

       01  REGISTRO-ORDENACAO-PENDENCIA.
           05 ORD-DEPARTAMENTO PIC X(4).
           05 ORD-NOME PIC X(20).
           05 ORD-CODIGO PIC 9(4).
           05 ORD-CURSO PIC X(6).
           05 ORD-DESCRICAO PIC X(30).
           05 ORD-SITUACAO PIC X(7).
           05 ORD-VENCIMENTO PIC 9(8).

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  CURSO-FILE-STATUS PIC X(2).
       01  TREINAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  FINAL-ORDENADO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DIAS-DE-ANTECEDENCIA PIC 9(3) VALUE 60.

       01  DATA-REFERENCIA PIC 9(8).
       01  DATA-DESMONTADA.
           05 DESMONTADA-AA PIC 9(4).
           05 DESMONTADA-MM PIC 99.
           05 DESMONTADA-DD PIC 99.
       01  DIAS-REFERENCIA PIC 9(6).
       01  DIAS-VENCIMENTO PIC 9(6).

      *    Cursos Ativos do catalogo com os departamentos que os
      *    exigem
       01  QTDE-CURSOS PIC 9(3) VALUE 0.
       01  INDICE-CURSO PIC 9(3).
       01  INDICE-EXIGIDO PIC 9(2).
       01  TOTAL-FORA-DA-TABELA PIC 9(6) VALUE 0.

       01  TABELA-CURSOS.
           05 CURSO-ITEM OCCURS 100 TIMES.
               10 CURSO-TAB-CODIGO PIC X(6).
               10 CURSO-TAB-DESCRICAO PIC X(30).
               10 CURSO-TAB-QTDE-DEPARTAMENTOS PIC 9(2).
               10 CURSO-TAB-DEPARTAMENTO PIC X(4) OCCURS 10 TIMES.

       01  EXIGIDO-FLAG PIC X VALUE "N".
           88 CURSO-EXIGIDO VALUE "S".
           88 CURSO-NAO-EXIGIDO VALUE "N".

       01  DEPARTAMENTO-ANTERIOR PIC X(4).
       01  PENDENCIAS-DO-DEPARTAMENTO PIC 9(6).

       01  TOTAL-CONFERIDOS PIC 9(6) VALUE 0.
       01  TOTAL-FALTAS PIC 9(6) VALUE 0.
       01  TOTAL-VENCIDOS PIC 9(6) VALUE 0.
       01  TOTAL-A-VENCER PIC 9(6) VALUE 0.
       01  TOTAL-PENDENCIAS PIC 9(6) VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           MOVE ZEROS TO DATA-REFERENCIA.
           DISPLAY "INFORME A DATA DE REFERENCIA (AAAAMMDD, ENTER PARA "
               "HOJE):".
           ACCEPT DATA-REFERENCIA.
           IF DATA-REFERENCIA = 0
               MOVE DATA-EXECUCAO TO DATA-REFERENCIA
           END-IF.
           MOVE DATA-REFERENCIA TO DATA-DESMONTADA.
           COMPUTE DIAS-REFERENCIA = DESMONTADA-AA * 360
               + DESMONTADA-MM * 30 + DESMONTADA-DD.

           PERFORM CARREGA-CURSOS-ATIVOS.
           IF TOTAL-FORA-DA-TABELA > 0
               DISPLAY "MAIS DE 100 CURSOS ATIVOS - RELATORIO NAO "
                   "EMITIDO"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "CERTIFICACOES OBRIGATORIAS - PENDENCIAS EM "
               DATA-REFERENCIA " (VENCIMENTO EM ATE "
               DIAS-DE-ANTECEDENCIA " DIAS)".
           DISPLAY "-------------------------------------------------".

           SORT ARQUIVO-ORDENACAO-PENDENCIA
               ON ASCENDING KEY ORD-DEPARTAMENTO ORD-NOME ORD-CODIGO
                                ORD-CURSO
               INPUT PROCEDURE IS CONFERE-FUNCIONARIOS
               OUTPUT PROCEDURE IS IMPRIME-PENDENCIAS.

           DISPLAY "-------------------------------------------------".
           DISPLAY "FUNCIONARIOS CONFERIDOS: " TOTAL-CONFERIDOS.
           DISPLAY "CERTIFICACOES EM FALTA: " TOTAL-FALTAS.
           DISPLAY "CERTIFICACOES VENCIDAS: " TOTAL-VENCIDOS.
           DISPLAY "CERTIFICACOES A VENCER: " TOTAL-A-VENCER.
           DISPLAY "TOTAL DE PENDENCIAS: " TOTAL-PENDENCIAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-CURSOS-ATIVOS.
           OPEN INPUT ARQUIVO-CURSO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-CURSO.
           PERFORM GUARDA-CURSO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-CURSO.

       LER-PROXIMO-CURSO.
           READ ARQUIVO-CURSO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-CURSO.
           IF CURSO-ATIVO AND CURSO-QTDE-DEPARTAMENTOS > 0
               IF QTDE-CURSOS >= 100
                   ADD 1 TO TOTAL-FORA-DA-TABELA
               ELSE
                   ADD 1 TO QTDE-CURSOS
                   MOVE CURSO-CODIGO TO CURSO-TAB-CODIGO(QTDE-CURSOS)
                   MOVE CURSO-DESCRICAO
                       TO CURSO-TAB-DESCRICAO(QTDE-CURSOS)
                   MOVE CURSO-QTDE-DEPARTAMENTOS
                       TO CURSO-TAB-QTDE-DEPARTAMENTOS(QTDE-CURSOS)
                   PERFORM GUARDA-DEPARTAMENTO-DO-CURSO
                       VARYING INDICE-EXIGIDO FROM 1 BY 1
                       UNTIL INDICE-EXIGIDO > CURSO-QTDE-DEPARTAMENTOS
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-CURSO.

       GUARDA-DEPARTAMENTO-DO-CURSO.
           MOVE CURSO-DEPARTAMENTO-EXIGIDO(INDICE-EXIGIDO)
               TO CURSO-TAB-DEPARTAMENTO(QTDE-CURSOS, INDICE-EXIGIDO).

       CONFERE-FUNCIONARIOS.
      *    Cada funcionario nao Desligado contra cada curso exigido
      *    pelo departamento dele
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-TREINAMENTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM CONFERE-UM-FUNCIONARIO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-TREINAMENTO.

       LER-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-UM-FUNCIONARIO.
           IF NOT FUNCIONARIO-DESLIGADO
               ADD 1 TO TOTAL-CONFERIDOS
               PERFORM CONFERE-CURSO-DO-FUNCIONARIO
                   VARYING INDICE-CURSO FROM 1 BY 1
                   UNTIL INDICE-CURSO > QTDE-CURSOS
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       CONFERE-CURSO-DO-FUNCIONARIO.
           SET CURSO-NAO-EXIGIDO TO TRUE.
           PERFORM COMPARA-DEPARTAMENTO-EXIGIDO
               VARYING INDICE-EXIGIDO FROM 1 BY 1
               UNTIL INDICE-EXIGIDO
                   > CURSO-TAB-QTDE-DEPARTAMENTOS(INDICE-CURSO)
                  OR CURSO-EXIGIDO.
           IF CURSO-EXIGIDO
               PERFORM CONFERE-TREINAMENTO
           END-IF.

       COMPARA-DEPARTAMENTO-EXIGIDO.
           IF CURSO-TAB-DEPARTAMENTO(INDICE-CURSO, INDICE-EXIGIDO)
               = FUNCIONARIO-DEPARTAMENTO(1:4)
               SET CURSO-EXIGIDO TO TRUE
           END-IF.

       CONFERE-TREINAMENTO.
           MOVE FUNCIONARIO-CODIGO TO TREINO-FUNCIONARIO.
           MOVE CURSO-TAB-CODIGO(INDICE-CURSO) TO TREINO-CURSO.
           READ ARQUIVO-TREINAMENTO
               INVALID KEY
                   MOVE "FALTA" TO ORD-SITUACAO
                   MOVE ZEROS TO ORD-VENCIMENTO
                   ADD 1 TO TOTAL-FALTAS
                   PERFORM RELEASE-PENDENCIA
               NOT INVALID KEY
                   IF TREINO-DATA-VENCIMENTO > 0
                       PERFORM CONFERE-VENCIMENTO
                   END-IF
           END-READ.

       CONFERE-VENCIMENTO.
           MOVE TREINO-DATA-VENCIMENTO TO DATA-DESMONTADA.
           COMPUTE DIAS-VENCIMENTO = DESMONTADA-AA * 360
               + DESMONTADA-MM * 30 + DESMONTADA-DD.
           MOVE TREINO-DATA-VENCIMENTO TO ORD-VENCIMENTO.
           IF DIAS-VENCIMENTO < DIAS-REFERENCIA
               MOVE "VENCIDO" TO ORD-SITUACAO
               ADD 1 TO TOTAL-VENCIDOS
               PERFORM RELEASE-PENDENCIA
           ELSE
               IF DIAS-VENCIMENTO
                   <= DIAS-REFERENCIA + DIAS-DE-ANTECEDENCIA
                   MOVE "VENCE" TO ORD-SITUACAO
                   ADD 1 TO TOTAL-A-VENCER
                   PERFORM RELEASE-PENDENCIA
               END-IF
           END-IF.

       RELEASE-PENDENCIA.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:4) TO ORD-DEPARTAMENTO.
           MOVE FUNCIONARIO-NOME TO ORD-NOME.
           MOVE FUNCIONARIO-CODIGO TO ORD-CODIGO.
           MOVE CURSO-TAB-CODIGO(INDICE-CURSO) TO ORD-CURSO.
           MOVE CURSO-TAB-DESCRICAO(INDICE-CURSO) TO ORD-DESCRICAO.
           ADD 1 TO TOTAL-PENDENCIAS.
           RELEASE REGISTRO-ORDENACAO-PENDENCIA.

       IMPRIME-PENDENCIAS.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "N" TO FINAL-ORDENADO.
           PERFORM RETORNA-PROXIMO-ORDENADO.
           IF FINAL-ORDENADO = "N"
               PERFORM ABRE-DEPARTAMENTO
           END-IF.
           PERFORM TRATA-ORDENADO UNTIL FINAL-ORDENADO = "S".
           IF TOTAL-PENDENCIAS > 0
               PERFORM FECHA-DEPARTAMENTO
           END-IF.
           CLOSE ARQUIVO-DEPARTAMENTO.

       RETORNA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO-PENDENCIA
               AT END MOVE "S" TO FINAL-ORDENADO.

       TRATA-ORDENADO.
           IF ORD-DEPARTAMENTO NOT = DEPARTAMENTO-ANTERIOR
               PERFORM FECHA-DEPARTAMENTO
               PERFORM ABRE-DEPARTAMENTO
           END-IF.
           DISPLAY "    " ORD-CODIGO " " ORD-NOME " " ORD-CURSO " "
               ORD-DESCRICAO " " ORD-SITUACAO " " ORD-VENCIMENTO.
           ADD 1 TO PENDENCIAS-DO-DEPARTAMENTO.
           PERFORM RETORNA-PROXIMO-ORDENADO.

       ABRE-DEPARTAMENTO.
           MOVE ORD-DEPARTAMENTO TO DEPARTAMENTO-ANTERIOR.
           MOVE 0 TO PENDENCIAS-DO-DEPARTAMENTO.
           MOVE ORD-DEPARTAMENTO TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO DEPARTAMENTO-NOME
           END-READ.
           DISPLAY " ".
           DISPLAY "DEPARTAMENTO " ORD-DEPARTAMENTO " "
               DEPARTAMENTO-NOME.
           DISPLAY "    CODG NOME                 CURSO  DESCRICAO"
               "                      SITUACAO VENCTO".

       FECHA-DEPARTAMENTO.
           DISPLAY "  PENDENCIAS NO DEPARTAMENTO "
               DEPARTAMENTO-ANTERIOR ": " PENDENCIAS-DO-DEPARTAMENTO.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de pendencias apontadas nesta rodada
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "CERTIF" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-PENDENCIAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
