      *    SELMETA.cob - SELECT do Arquivo de Metas de Venda
      *    Indexado pela chave composta vendedor + mes (AAAAMM): a meta
      *    sai da gaveta e vira cadastro, e o atingimento e conferido
      *    todo mes em vez de no fim do ano.
           SELECT OPTIONAL ARQUIVO-META
