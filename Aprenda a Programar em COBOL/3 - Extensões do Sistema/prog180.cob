       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG180.
      *    Sub-rotina de Consulta de Acordo de Preco
      *    No molde do PROG121: recebe o cliente, a filial dele, o
      *    produto, a quantidade da linha, a data e o preco base (o
      *    preco vigente na data) e devolve se ha acordo que vale
      *    pra linha, o preco acordado e o numero do acordo. Procura
      *    primeiro os acordos do proprio cliente e, so se nenhum
      *    valer, os da filial dele. Vale o acordo ativo cuja
      *    vigencia cobre a data e cuja quantidade minima a linha
      *    alcanca; havendo mais de um, fica o de maior quantidade
      *    minima (a faixa mais alta alcancada) e, empatando, o de
      *    inicio mais recente. Acordo por desconto aplica o
      *    percentual sobre o preco base; acordo por preco fixo
      *    ignora o preco base.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELACORDO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDACORDO.cob".

       WORKING-STORAGE SECTION.

       01  ACORDO-FILE-STATUS PIC X(2).
       01  FIM-ACORDOS PIC X.
       01  BUSCA-PROCURADA PIC X(11).
       01  MELHOR-QTDE-MINIMA PIC 9(3).
       01  MELHOR-DATA-INICIO PIC 9(8).
       01  MELHOR-TIPO PIC X.
       01  MELHOR-PERCENTUAL PIC 9(2)V99.
       01  MELHOR-PRECO-FIXO PIC 9(5)V99.

       LINKAGE SECTION.

       01  CONSULTA-CLIENTE PIC 9(6).
       01  CONSULTA-FILIAL PIC X(4).
       01  CONSULTA-PRODUTO PIC 9(4).
       01  CONSULTA-QTDE PIC 9(3).
       01  CONSULTA-DATA PIC 9(8).
       01  CONSULTA-PRECO-BASE PIC 9(5)V99.
       01  CONSULTA-RESULTADO PIC X.
           88 ACORDO-ACHADO VALUE "S".
           88 ACORDO-NAO-ACHADO VALUE "N".
       01  CONSULTA-PRECO PIC 9(5)V99.
       01  CONSULTA-ACORDO PIC 9(6).

       PROCEDURE DIVISION USING CONSULTA-CLIENTE CONSULTA-FILIAL
           CONSULTA-PRODUTO CONSULTA-QTDE CONSULTA-DATA
           CONSULTA-PRECO-BASE CONSULTA-RESULTADO CONSULTA-PRECO
           CONSULTA-ACORDO.
       PROGRAM-BEGIN.
           SET ACORDO-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO CONSULTA-PRECO.
           MOVE ZEROS TO CONSULTA-ACORDO.

           OPEN INPUT ARQUIVO-ACORDO.

      *    Acordo do cliente tem precedencia sobre o da filial
           MOVE SPACES TO ACORDO-REGISTRO.
           SET ACORDO-DO-CLIENTE TO TRUE.
           MOVE CONSULTA-CLIENTE TO ACORDO-ALVO.
           MOVE CONSULTA-PRODUTO TO ACORDO-PRODUTO.
           PERFORM PROCURA-ACORDOS-DA-BUSCA.

           IF ACORDO-NAO-ACHADO
               AND CONSULTA-FILIAL NOT = SPACES
               MOVE SPACES TO ACORDO-REGISTRO
               SET ACORDO-DA-FILIAL TO TRUE
               MOVE CONSULTA-FILIAL TO ACORDO-ALVO
               MOVE CONSULTA-PRODUTO TO ACORDO-PRODUTO
               PERFORM PROCURA-ACORDOS-DA-BUSCA
           END-IF.

           CLOSE ARQUIVO-ACORDO.

           IF ACORDO-ACHADO
               PERFORM CALCULA-PRECO-ACORDADO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       PROCURA-ACORDOS-DA-BUSCA.
           MOVE ACORDO-BUSCA TO BUSCA-PROCURADA.
           MOVE ZEROS TO MELHOR-QTDE-MINIMA.
           MOVE ZEROS TO MELHOR-DATA-INICIO.
           MOVE "N" TO FIM-ACORDOS.
           START ARQUIVO-ACORDO
               KEY IS EQUAL TO ACORDO-BUSCA
               INVALID KEY
                   MOVE "S" TO FIM-ACORDOS
           END-START.
           PERFORM CONFERE-PROXIMO-ACORDO
               UNTIL FIM-ACORDOS = "S".

       CONFERE-PROXIMO-ACORDO.
           READ ARQUIVO-ACORDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ACORDOS
           END-READ.
           IF FIM-ACORDOS = "N"
               IF ACORDO-BUSCA NOT = BUSCA-PROCURADA
                   MOVE "S" TO FIM-ACORDOS
               ELSE
                   IF ACORDO-ATIVO
                       AND ACORDO-DATA-INICIO NOT > CONSULTA-DATA
                       AND ACORDO-DATA-FIM NOT < CONSULTA-DATA
                       AND ACORDO-QTDE-MINIMA NOT > CONSULTA-QTDE
                       PERFORM GUARDA-SE-MELHOR-ACORDO
                   END-IF
               END-IF
           END-IF.

       GUARDA-SE-MELHOR-ACORDO.
           IF ACORDO-NAO-ACHADO
               OR ACORDO-QTDE-MINIMA > MELHOR-QTDE-MINIMA
               OR (ACORDO-QTDE-MINIMA = MELHOR-QTDE-MINIMA
                   AND ACORDO-DATA-INICIO > MELHOR-DATA-INICIO)
               SET ACORDO-ACHADO TO TRUE
               MOVE ACORDO-NUMERO TO CONSULTA-ACORDO
               MOVE ACORDO-QTDE-MINIMA TO MELHOR-QTDE-MINIMA
               MOVE ACORDO-DATA-INICIO TO MELHOR-DATA-INICIO
               MOVE ACORDO-TIPO TO MELHOR-TIPO
               MOVE ACORDO-PERCENTUAL-DESCONTO TO MELHOR-PERCENTUAL
               MOVE ACORDO-PRECO-FIXO TO MELHOR-PRECO-FIXO
           END-IF.

       CALCULA-PRECO-ACORDADO.
           IF MELHOR-TIPO = "F"
               MOVE MELHOR-PRECO-FIXO TO CONSULTA-PRECO
           ELSE
               COMPUTE CONSULTA-PRECO ROUNDED =
                   CONSULTA-PRECO-BASE
                   - (CONSULTA-PRECO-BASE * MELHOR-PERCENTUAL / 100)
           END-IF.
