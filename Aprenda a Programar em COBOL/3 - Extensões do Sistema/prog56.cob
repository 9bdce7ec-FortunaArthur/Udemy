      *    As filas passaram a carregar tambem telefone e email do
      *    admitido, pro lote que as consome (PROG84) poder validar o
      *    contato pela mesma rotina PROG45 do cadastro manual.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER PIC X VALUE SPACE.
           05 FILA-MANHA-NOME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-MANHA-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-MANHA-TELEFONE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 FILA-TARDE-NOME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-TARDE-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-TARDE-TELEFONE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 FILA-NOITE-NOME PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-NOITE-DATA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FILA-NOITE-TELEFONE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
       01  NOME-FUNCIONARIO-NOVO PIC X(20).
       01  TELEFONE-FUNCIONARIO-NOVO PIC X(15).
       01  EMAIL-FUNCIONARIO-NOVO PIC X(30).
       01  DATA-EXECUCAO PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "INICIO DO ENCAMINHAMENTO DE CADASTRO".
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM INFORMA-CADASTRO.
           PERFORM INFORMA-TURNO.

