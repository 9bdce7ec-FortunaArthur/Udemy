      *    FDREGRALIM.cob - Layout da Linha de Regras da Revisao de
      *    Limites de Credito
      *    - meses de cobertura: o limite base e o faturamento medio
      *      mensal dos ultimos 12 meses vezes estes meses (ou o pico
      *      de exposicao, o que for maior);
      *    - folga: percentual somado ao limite base;
      *    - atraso tolerado: atraso medio em dias acima do qual o
      *      corte por atraso e aplicado;
      *    - corte por atraso, por bloqueio e por carta: percentuais
      *      tirados do limite base (os de bloqueio e carta, 1 vez
      *      por ocorrencia no periodo), somados ate o corte maximo;
      *    - aumento maximo: quanto, em percentual, o limite sugerido
      *      pode passar do limite atual numa revisao so.
       FD ARQUIVO-REGRA-LIMITE.

       01  LINHA-REGRA-LIMITE.
           05 REGRA-MESES-COBERTURA PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REGRA-PERC-FOLGA PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REGRA-ATRASO-TOLERADO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REGRA-CORTE-ATRASO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REGRA-CORTE-BLOQUEIO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REGRA-CORTE-CARTA PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REGRA-CORTE-MAXIMO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REGRA-AUMENTO-MAXIMO PIC 9(3).
