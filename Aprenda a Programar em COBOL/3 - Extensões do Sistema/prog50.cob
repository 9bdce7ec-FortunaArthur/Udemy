      *    STATUS_EXECUCOES.DAT e trocado o STOP RUN por GOBACK, pra
      *    rodar como passo da cadeia noturna do PROG85.
      *    O export deixou de regravar sempre o mesmo nome: cada
      *    rodada grava uma geracao datada
      *    (funcionarios_export_<AAAAMMDD>.csv)
      *    registrada no controle de geracoes da sub-rotina PROG90,
      *    que recusa a rerodada enquanto a geracao do dia nao for
      *    marcada como consumida (baixa pelo PROG91).
      *    A rodada padrao passou a sair MASCARADA: o CPF vai como
      *    ***.***.**9-99, e o salario e o endereco residencial saem
      *    suprimidos. A rodada completa grava em arquivo proprio
      *    (funcionarios_export_completo_AAAAMMDD.csv), sob a chave de
      *    geracao propria P50COM - antes ela regravava o MESMO nome
      *    da rodada mascarada, entao o arquivo aberto, com CPF e
      *    salario, ficava exatamente onde os consumidores casuais
      *    delimitador e deixa o operador escolher virgula ou
      *    ponto-e-virgula; o arquivo ganhou linha de cabecalho com
      *    o nome das colunas.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308. O nome da geracao
      *    passou a PIC X(50), pra caber o nome com a data AAAAMMDD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  TOTAL-EXPORTADOS PIC 9(6) VALUE 0.

       01  NOME-ARQUIVO-GERACAO PIC X(50).
       01  CHAVE-GERACAO PIC X(6).
       01  GERACAO-OPERACAO PIC X VALUE "V".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           PERFORM ESCOLHE-MODO-DO-EXPORT.
           PERFORM ESCOLHE-DELIMITADOR.
