      *    SELKIT.cob - SELECT do Arquivo de Estrutura de Kits
      *    Indexado pela chave composta kit + componente: cada
      *    registro e 1 componente do kit com a quantidade que vai
      *    em 1 unidade do kit. Produto com registro aqui e kit; a
      *    reserva, o embarque e a devolucao mexem no estoque dos
      *    componentes, nunca no do codigo do kit.
           SELECT OPTIONAL ARQUIVO-KIT
           ASSIGN TO "kits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KIT-CHAVE
           FILE STATUS IS KIT-FILE-STATUS.
