      *    SELBENEF.cob - SELECT do Arquivo de Inscricao em
      *    Beneficios
      *    Indexado pela chave composta funcionario + tipo de vale:
      *    1 inscricao por funcionario em cada vale (transporte e
      *    refeicao), mantida no PROG223.
           SELECT OPTIONAL ARQUIVO-BENEFICIO
           ASSIGN TO "beneficios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BENEF-CHAVE
           FILE STATUS IS BENEFICIO-FILE-STATUS.
