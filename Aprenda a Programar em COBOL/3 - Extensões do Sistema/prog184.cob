       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG184.
      *    Sub-rotina de Consulta do Frete pela Tabela
      *    Centraliza a pergunta "quanto custa levar esse peso pra
      *    essa UF por essa transportadora?", no mesmo molde da
      *    consulta de ICMS do PROG131: recebe a transportadora, a
      *    UF de destino e o peso bruto do pedido (kg) e devolve se
      *    ha faixa em tabela_frete.dat (PROG183) que cubra o peso e
      *    o frete dela - a primeira faixa, em ordem de peso, cujo
      *    limite nao fica abaixo do peso. Peso acima da maior faixa
      *    ou UF sem faixa cadastrada devolve "nao achado", e quem
      *    chamou decide o que fazer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFRETE.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFRETE.cob".

       WORKING-STORAGE SECTION.

       01  FRETE-FILE-STATUS PIC X(2).
       01  FIM-FAIXAS PIC X.

       LINKAGE SECTION.

       01  CONSULTA-TRANSPORTADORA PIC 9(4).
       01  CONSULTA-UF PIC X(2).
       01  CONSULTA-PESO PIC 9(6)V999.
       01  CONSULTA-RESULTADO PIC X.
           88 FRETE-ACHADO VALUE "S".
           88 FRETE-NAO-ACHADO VALUE "N".
       01  CONSULTA-VALOR PIC 9(6)V99.

       PROCEDURE DIVISION USING CONSULTA-TRANSPORTADORA CONSULTA-UF
           CONSULTA-PESO CONSULTA-RESULTADO CONSULTA-VALOR.
       PROGRAM-BEGIN.
           SET FRETE-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO CONSULTA-VALOR.

      *    Peso que nem cabe no campo da faixa ja esta acima de
      *    qualquer faixa
           IF CONSULTA-PESO > 99999.999
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-FRETE.

           MOVE CONSULTA-TRANSPORTADORA TO FRETE-TRANSPORTADORA.
           MOVE CONSULTA-UF TO FRETE-UF.
           MOVE CONSULTA-PESO TO FRETE-PESO-ATE.
           MOVE "N" TO FIM-FAIXAS.
           START ARQUIVO-FRETE
               KEY IS NOT LESS THAN FRETE-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-FAIXAS
           END-START.
           IF FIM-FAIXAS = "N"
               PERFORM LE-FAIXA-DO-PESO
           END-IF.

           CLOSE ARQUIVO-FRETE.

       PROGRAM-DONE.
           GOBACK.

       LE-FAIXA-DO-PESO.
           READ ARQUIVO-FRETE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FAIXAS
           END-READ.
           IF FIM-FAIXAS = "N"
               IF FRETE-TRANSPORTADORA = CONSULTA-TRANSPORTADORA
                   AND FRETE-UF = CONSULTA-UF
                   SET FRETE-ACHADO TO TRUE
                   MOVE FRETE-VALOR TO CONSULTA-VALOR
               END-IF
           END-IF.
