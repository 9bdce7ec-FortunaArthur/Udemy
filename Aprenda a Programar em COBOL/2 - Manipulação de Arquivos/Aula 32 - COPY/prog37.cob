      *    de dados completos e diferente do primeiro). O relatorio
      *    mensal de aumentos sai do PROG111. Foi um zero a mais num
      *    salario, achado 2 meses depois, que pediu este controle.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01  LINHA-HISTORICO.
           05 HIST-DATA.
               10 HIST-DATA-AA PIC 9(4).
               10 HIST-DATA-MM PIC 99.
               10 HIST-DATA-DD PIC 99.
           05 FILLER PIC X(1) VALUE SPACE.
       FD ARQUIVO-HIST-SALARIOS.

       01  LINHA-HIST-SALARIO.
           05 HSAL-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HSAL-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRAVA-OPERADOR PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TRAVA-DATA PIC 9(8).

           COPY "FDSTATUS.cob".

       01  RESPOSTA-RETENTATIVA PIC X.
       01  RESPOSTA PIC X.
       01  OPERACAO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  OPERADOR-ID PIC X(10).
       01  TOTAL-PROCESSADOS PIC 9(6) VALUE 0.
       01  INDICE-DEPENDENTE PIC 9(2).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    aKI � S� PRA CRIAR E FECHAR
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.
           DISPLAY "PARENTESCO DO DEPENDENTE " INDICE-DEPENDENTE ":".
           ACCEPT DEPENDENTE-PARENTESCO(INDICE-DEPENDENTE).
           DISPLAY "DATA DE NASCIMENTO DO DEPENDENTE "
               INDICE-DEPENDENTE " (AAAAMMDD):".
           ACCEPT DEPENDENTE-DATA-NASCIMENTO(INDICE-DEPENDENTE).

       ALTERA-REGISTRO.
