      *    suspeitava de corrupcao, e clientes.dat nao tinha backup
      *    nenhum fora do fim de ano do PROG47. Este passo noturno
      *    grava copias sequenciais datadas dos 2 mestres indexados
      *    (clientes_backup_AAAAMMDD.dat e
      *    funcionarios_backup_AAAAMMDD.dat), registrando cada geracao
      *    no controle da sub-rotina PROG90 sob as chaves BCKCLI e
      *    BCKFUN - e o proprio controle que expurga os registros
      *    alem das geracoes mantidas. A geracao e marcada consumida
      *    LINHA-BACKUP-CLIENTE ajustado para PIC X(781), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois do
      *    saldo de exposicao de credito.
      *    LINHA-BACKUP-CLIENTE ajustado para PIC X(788), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    condicao de pagamento padrao e do grupo economico.
      *    LINHA-BACKUP-CLIENTE ajustado para PIC X(802), pra
      *    acompanhar o tamanho de CLIENTE-REGISTRO depois da
      *    carteira do vendedor responsavel.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. A imagem do registro
      *    no backup passou a PIC X(816) (cliente) e PIC X(391)
      *    (funcionario), e o nome da geracao registrada a PIC X(50),
      *    pra caber o nome com a data AAAAMMDD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD ARQUIVO-BACKUP-CLIENTE.

       01  LINHA-BACKUP-CLIENTE PIC X(816).

       FD ARQUIVO-BACKUP-FUNCIONARIO.

       01  LINHA-BACKUP-FUNCIONARIO PIC X(391).

           COPY "FDSTATUS.cob".

       01  CLIENTE-FILE-STATUS PIC X(2).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  NOME-BACKUP-CLIENTE PIC X(40).
       01  NOME-BACKUP-FUNCIONARIO PIC X(40).
       01  NOME-GERACAO-REGISTRADA PIC X(50).

       01  GERACAO-OPERACAO PIC X.
       01  GERACAO-PROGRAMA-CHAVE PIC X(6).
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM MONTA-NOMES-DAS-GERACOES.

