      *    total e por CLIENTE-FILIAL - a reuniao mensal para de
      *    depender da memoria pra saber se a carteira esta
      *    envelhecendo ou rejuvenescendo.
      *
      *    HISTORICO DE ALTERACOES
      *    Os rotulos das faixas acompanharam o PROG140, que passou a
      *    contar o atraso do vencimento de cada parcela: a vencer,
      *    1-30, 31-60 e mais de 60 dias vencidos.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  INDICE-MES PIC 9(2).
       01  INDICE-BUSCA PIC 9(2).
       01  INDICE-MENOR PIC 9(2).
       01  MES-TROCA PIC 9(6).
       01  PRIMEIRO-MES-EXIBIDO PIC 9(2).

      *    Ate 24 fechamentos guardados; o relatorio mostra os 6
      *    mais recentes
       01  TABELA-MESES.
           05 MES-FOTO PIC 9(6) OCCURS 24 TIMES.

       01  TABELA-TOTAIS.
           05 TOTAIS-DO-MES OCCURS 24 TIMES.
           END-IF.

       ORDENA-MESES.
      *    Ordenacao por selecao dos AAAAMM (as colunas das filiais e
      *    dos totais acompanham a troca)
           PERFORM ORDENA-POSICAO-DO-MES
               VARYING INDICE-MES FROM 1 BY 1
               + TOT-FAIXA-3(INDICE-MES)
               + TOT-FAIXA-4(INDICE-MES).
           DISPLAY "FECHAMENTO " MES-FOTO(INDICE-MES)
               " A VENCER: " TOT-FAIXA-1(INDICE-MES)
               " 1-30: " TOT-FAIXA-2(INDICE-MES)
               " 31-60: " TOT-FAIXA-3(INDICE-MES)
               " +60: " TOT-FAIXA-4(INDICE-MES)
               " TOTAL: " TOTAL-DO-MES.

       IMPRIME-LINHA-DA-FILIAL.
