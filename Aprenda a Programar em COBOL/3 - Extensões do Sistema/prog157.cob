      *    Junta as metas de metas_vendas.dat (cadastro do PROG156)
      *    com o realizado que o fechamento do PROG71 ja acumula de
      *    vendas.dat: pra cada vendedor com meta no mes informado
      *    (AAAAMM), meta, realizado e percentual, com a marca de quem
      *    ficou abaixo de 80%; vendedor com venda no mes e sem meta
      *    tambem sai apontado. No rodape o rolo por filial, usando
      *    o mapa departamento-filial do cadastro de departamentos
      *    (PROG79) sobre o departamento do vendedor.
      *    Linhas de estorno de vendas.dat (devolucao e cancelamento
      *    pos-venda) abatem o realizado do mes em que acontecem, do
      *    mesmo jeito que no fechamento do PROG71; realizado que fica
      *    negativo sai com atingimento zero.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FUNCIONARIO-FILE-STATUS PIC X(2).
       01  DEPARTAMENTO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).

       01  DATA-VENDA-DESMONTADA.
           05 VENDA-MES-AAMM PIC 9(6).
           05 VENDA-DIA PIC 99.

       01  QTDE-VENDEDORES PIC 9(3) VALUE 0.
       01  TABELA-VENDEDORES.
           05 VENDEDOR-ITEM OCCURS 100 TIMES.
               10 VEND-TAB-CODIGO PIC 9(4).
               10 VEND-TAB-REALIZADO PIC S9(9)V99.
               10 VEND-TAB-LISTADO PIC X.

       01  PERCENTUAL-ATINGIDO PIC 9(4)V99.
           05 FILIAL-META-ITEM OCCURS 20 TIMES.
               10 FILIAL-META-CODIGO PIC X(4).
               10 FILIAL-META-VALOR PIC 9(10)V99 VALUE 0.
               10 FILIAL-META-REALIZADO PIC S9(10)V99 VALUE 0.

       01  TOTAL-METAS-NO-MES PIC 9(4) VALUE 0.
       01  TOTAL-ABAIXO-DE-80 PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DO ATINGIMENTO (AAAAMM):".
           ACCEPT MES-APURADO.

           PERFORM ACUMULA-REALIZADO-DO-MES.
                   PERFORM INCLUI-VENDEDOR
               END-IF
               IF INDICE-ACHADO > 0
                   IF VENDA-ESTORNO
                       SUBTRACT VENDA-VALOR
                           FROM VEND-TAB-REALIZADO(INDICE-ACHADO)
                   ELSE
                       ADD VENDA-VALOR
                           TO VEND-TAB-REALIZADO(INDICE-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-VENDA.
           END-READ.

           IF META-VALOR = 0
               OR VEND-TAB-REALIZADO(INDICE-ACHADO) NOT > 0
               MOVE ZERO TO PERCENTUAL-ATINGIDO
           ELSE
               COMPUTE PERCENTUAL-ATINGIDO =
