      *    SELEMITENTE.cob - SELECT do Arquivo de Dados do Emitente
      *    da Nota Fiscal Eletronica
      *    Registro unico, de largura fixa, com a inscricao da casa
      *    como emitente e a serie da NF-e em uso. E mantido pelo
      *    fiscal junto com o credenciamento na SEFAZ; troca de
      *    serie e so regravar o registro - a numeracao de cada
      *    serie continua no controle de numeracao.
           SELECT OPTIONAL ARQUIVO-EMITENTE
           ASSIGN TO "dados_emitente.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
