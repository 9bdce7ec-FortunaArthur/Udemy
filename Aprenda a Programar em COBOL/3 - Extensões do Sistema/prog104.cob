      *    LINHA-BACKUP-ESCOLHIDO ajustado para PIC X(781), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois do
      *    saldo de exposicao de credito.
      *    LINHA-BACKUP-ESCOLHIDO ajustado para PIC X(788), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    condicao de pagamento padrao e do grupo economico.
      *    LINHA-BACKUP-ESCOLHIDO ajustado para PIC X(802), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    carteira do vendedor responsavel.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. A imagem do registro
      *    no backup passou a PIC X(816).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD ARQUIVO-BACKUP-ESCOLHIDO.

       01  LINHA-BACKUP-ESCOLHIDO PIC X(816).

       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.

       01  TIPO-RESTAURACAO PIC X.
       01  DATA-DA-GERACAO PIC 9(8).
       01  RESPOSTA-CONFIRMA PIC X.
       01  NOME-BACKUP-ESCOLHIDO PIC X(40).

           DISPLAY "Restaurar o mestre de (C)lientes ou "
               "(F)uncionarios?".
           ACCEPT TIPO-RESTAURACAO.
           DISPLAY "Informe a Data da Geracao de backup (AAAAMMDD):".
           ACCEPT DATA-DA-GERACAO.

           PERFORM MONTA-NOME-DO-BACKUP.
           CLOSE ARQUIVO-FUNCIONARIO.

       REGRAVA-FUNCIONARIO.
           MOVE LINHA-BACKUP-ESCOLHIDO(1:391)
               TO FUNCIONARIO-REGISTRO.
           WRITE FUNCIONARIO-REGISTRO
               INVALID KEY
