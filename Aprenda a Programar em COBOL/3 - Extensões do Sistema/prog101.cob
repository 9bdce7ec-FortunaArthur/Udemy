      *    nenhum, email sem arroba) e grava, pra cada mudanca, a
      *    operacao "N" na trilha de auditoria do cadastro e a linha
      *    antes/depois em normalizacao_contatos.dat.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD ARQUIVO-HISTORICO-FUNC.

       01  LINHA-HISTORICO-FUNC.
           05 HISTF-DATA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HISTF-HORA PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  TELEFONE-ENTRADA PIC X(15).
       01  TELEFONE-SAIDA PIC X(15).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN OUTPUT ARQUIVO-ANTES-DEPOIS.

