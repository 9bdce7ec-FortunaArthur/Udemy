      *    supervisor (A)prova, (C)orrige as horas (com a faixa do
      *    PROG72) e aprova, ou (P)ula. So cartao Aprovado e pago
      *    pelo fechamento da folha.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    Cada cartao aprovado ou corrigido sai tambem em
      *    trilha_ponto.dat com o supervisor do sign-on, ao lado do
      *    lancamento do PROG72: a conferencia de segregacao de
      *    funcoes do PROG316 casa as 2 linhas do mesmo cartao.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPONTO.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELTRILPONTO.cob".
           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPONTO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTRILPONTO.cob".
           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.
       01  FIM-CARTOES PIC X.
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).
       01  OPERACAO-DA-TRILHA PIC X.

       01  DEPARTAMENTO-INFORMADO PIC X(4).
       01  INICIO-DA-SEMANA PIC 9(8).

       01  DATA-INICIO-DESMONTADA.
           05 SEMANA-AA PIC 9(4).
           05 SEMANA-MM PIC 99.
           05 SEMANA-DD PIC 99.

       01  DATA-PONTO-DESMONTADA.
           05 PONTO-AA PIC 9(4).
           05 PONTO-MM PIC 99.
           05 PONTO-DD PIC 99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           DISPLAY "Informe o Departamento (Codigo):".
           ACCEPT DEPARTAMENTO-INFORMADO.
           DISPLAY "Informe o Inicio da Semana (AAAAMMDD):".
           ACCEPT INICIO-DA-SEMANA.

           MOVE INICIO-DA-SEMANA TO DATA-INICIO-DESMONTADA.
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-APROVADOS
                   MOVE "A" TO OPERACAO-DA-TRILHA
                   PERFORM GRAVA-TRILHA-DO-CARTAO
           END-REWRITE.

       CORRIGE-E-APROVA-CARTAO.
                       SET EXECUCAO-COM-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-CORRIGIDOS
                       MOVE "C" TO OPERACAO-DA-TRILHA
                       PERFORM GRAVA-TRILHA-DO-CARTAO
               END-REWRITE
           ELSE
               DISPLAY "CARTAO SEGUE PENDENTE, HORAS NAO GRAVADAS"
               ADD 1 TO TOTAL-PULADOS
           END-IF.

       GRAVA-TRILHA-DO-CARTAO.
      *    1 linha por cartao aprovado (A) ou corrigido e aprovado
      *    (C), com o supervisor do sign-on
           OPEN EXTEND ARQUIVO-TRILHA-PONTO.
           MOVE SPACE TO LINHA-TRILHA-PONTO.
           MOVE DATA-EXECUCAO TO TRILP-DATA.
           ACCEPT TRILP-HORA FROM TIME.
           MOVE OPERACAO-DA-TRILHA TO TRILP-OPERACAO.
           MOVE OPERADOR-ID TO TRILP-OPERADOR.
           MOVE PONTO-FUNCIONARIO TO TRILP-FUNCIONARIO.
           MOVE PONTO-DATA TO TRILP-DATA-CARTAO.
           WRITE LINHA-TRILHA-PONTO.
           CLOSE ARQUIVO-TRILHA-PONTO.

       VALIDA-FAIXA-DE-HORAS.
           SET HORAS-VALIDAS TO TRUE.
           IF PONTO-HORAS-NORMAIS < 0.5
