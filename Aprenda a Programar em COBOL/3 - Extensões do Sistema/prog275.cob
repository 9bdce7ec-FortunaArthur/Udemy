       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG275.
      *    Programa de Conversao de pedidos.dat para o Layout com Ano de
      *    4 Digitos
      *    Passagem unica depois que as datas de PEDIDO-REGISTRO
      *    passaram de AAMMDD pra AAAAMMDD (e os meses de AAMM pra
      *    AAAAMM): o registro cresceu de 286 pra 296 bytes e
      *    pedidos.dat gravado no layout antigo nao abre mais nos
      *    programas. No mesmo molde de descarga e recarga do PROG114,
      *    so este programa ainda conhece o layout antigo:
      *    - descarrega o arquivo antigo em pedidos_conversao_datas.tmp,
      *      que fica guardado como copia do arquivo antigo;
      *    - recria o arquivo ja no layout novo, com cada data expandida
      *      pela sub-rotina PROG225;
      *    - confere o arquivo novo contra a copia: a mesma quantidade
      *      de registros e, registro a registro, o registro esperado e
      *      cada data nova com o mesmo dia, mes e ano de 2 digitos da
      *      antiga (data antiga em branco tem que ter ficado zerada).
      *    Com a copia ja presente (conversao ja feita) ou o arquivo sem
      *    abrir no layout antigo, o programa encerra sem mexer em nada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LAYOUT-ANTIGO
           ASSIGN TO "pedidos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUMERO
           FILE STATUS IS ANTIGO-FILE-STATUS.

           COPY "SELPEDIDO.cob".

           SELECT ARQUIVO-TRABALHO-CONVERSAO
           ASSIGN TO "pedidos_conversao_datas.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRABALHO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Layout ANTIGO de 286 bytes, com as datas em AAMMDD - so os
      *    programas de conversao ainda o conhecem
       FD ARQUIVO-LAYOUT-ANTIGO.

       01  ANT-REGISTRO.
           05 ANT-NUMERO PIC 9(6).
           05 FILLER PIC X(280).

           COPY "FDPEDIDO.cob".

       FD ARQUIVO-TRABALHO-CONVERSAO.

       01  LINHA-TRABALHO-CONVERSAO PIC X(286).

       WORKING-STORAGE SECTION.

       01  ANTIGO-FILE-STATUS PIC X(2).
       01  TRABALHO-FILE-STATUS PIC X(2).
       01  PEDIDO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA-CONFIRMA PIC X.

       01  TIPO-EXPANSAO PIC X.
       01  DATA-CURTA PIC 9(6).
       01  DATA-LONGA PIC 9(8).
       01  CONFERE-DATA PIC 9(6).

       01  CONFERENCIA-FLAG PIC X.
           88 REGISTRO-CONFERE VALUE "S".
           88 REGISTRO-DIVERGENTE VALUE "N".
       01  REGISTRO-ESPERADO PIC X(296).

      *    Area de trabalho no desenho antigo, pra recarga nao depender
      *    da area de registro de um arquivo fechado
       01  ANTIGO-TRABALHO.
           05 TRAB-ANT-NUMERO PIC 9(6).
           05 TRAB-ANT-CLIENTE-CODIGO PIC 9(6).
           05 TRAB-ANT-DATA PIC 9(6).
           05 TRAB-ANT-VALOR PIC 9(8)V99.
           05 TRAB-ANT-SITUACAO PIC X.
           05 TRAB-ANT-DATA-PAGAMENTO PIC 9(6).
           05 TRAB-ANT-DATA-EMBARQUE PIC 9(6).
           05 TRAB-ANT-DATA-CANCELAMENTO PIC 9(6).
           05 TRAB-ANT-MOTIVO-CANCELAMENTO PIC X.
           05 TRAB-ANT-OPERADOR-CANCELAMENTO PIC X(10).
           05 TRAB-ANT-ENDERECO-ENTREGA PIC X(50).
           05 TRAB-ANT-VALOR-FRETE PIC 9(6)V99.
           05 TRAB-ANT-VALOR-MERCADORIA PIC 9(8)V99.
           05 TRAB-ANT-VALOR-ICMS PIC 9(8)V99.
           05 TRAB-ANT-VENDEDOR PIC 9(4).
           05 TRAB-ANT-CONDICAO-PAGAMENTO PIC 9(3).
           05 TRAB-ANT-QTDE-ITENS PIC 9(3).
           05 TRAB-ANT-TRANSPORTADORA PIC 9(4).
           05 TRAB-ANT-PESO-BRUTO PIC 9(6)V999.
           05 TRAB-ANT-FRETE-TABELA PIC 9(6)V99.
           05 TRAB-ANT-FRETE-SUPERVISOR PIC X(10).
           05 TRAB-ANT-NFE-SERIE PIC 9(3).
           05 TRAB-ANT-NFE-NUMERO PIC 9(6).
           05 TRAB-ANT-NFE-SITUACAO PIC X.
           05 TRAB-ANT-NFE-CHAVE-ACESSO PIC X(44).
           05 TRAB-ANT-NFE-PROTOCOLO PIC X(15).
           05 TRAB-ANT-NFE-DATA-RETORNO PIC 9(6).
           05 TRAB-ANT-NFE-MOTIVO PIC X(30).
           05 TRAB-ANT-FILIAL-EXPEDICAO PIC X(4).

       01  TOTAL-DESCARREGADOS PIC 9(6) VALUE 0.
       01  TOTAL-CONVERTIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CONFERIDOS PIC 9(6) VALUE 0.
       01  TOTAL-NO-ARQUIVO-NOVO PIC 9(6) VALUE 0.
       01  TOTAL-DIVERGENCIAS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "CONVERSAO UNICA PARA O LAYOUT COM ANO DE "
               "4 DIGITOS (286 -> 296 BYTES): "
               "pedidos.dat".
           DISPLAY "CONFIRMA A CONVERSAO? (S/N)".
           ACCEPT RESPOSTA-CONFIRMA.
           IF RESPOSTA-CONFIRMA NOT = "S"
               DISPLAY "CONVERSAO CANCELADA"
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-TRABALHO-CONVERSAO.
           IF TRABALHO-FILE-STATUS = "00"
               CLOSE ARQUIVO-TRABALHO-CONVERSAO
               DISPLAY "COPIA DA CONVERSAO JA EXISTE - ARQUIVO JA "
                   "CONVERTIDO, NADA FEITO: "
                   "pedidos_conversao_datas.tmp"
               GO TO PROGRAM-DONE
           END-IF.

           OPEN INPUT ARQUIVO-LAYOUT-ANTIGO.
           IF ANTIGO-FILE-STATUS NOT = "00"
               DISPLAY "ARQUIVO NAO ABRIU NO LAYOUT ANTIGO (STATUS "
                   ANTIGO-FILE-STATUS ") - JA CONVERTIDO OU "
                   "INDISPONIVEL, NADA FEITO"
               GO TO PROGRAM-DONE
           END-IF.

           PERFORM DESCARREGA-LAYOUT-ANTIGO.
           PERFORM RECARREGA-LAYOUT-NOVO.
           PERFORM CONFERE-CONVERSAO.

           DISPLAY "---------------------------------------------".
           DISPLAY "REGISTROS DESCARREGADOS: " TOTAL-DESCARREGADOS.
           DISPLAY "REGISTROS CONVERTIDOS: " TOTAL-CONVERTIDOS.
           DISPLAY "REGISTROS CONFERIDOS: " TOTAL-CONFERIDOS.
           DISPLAY "REGISTROS NO ARQUIVO NOVO: " TOTAL-NO-ARQUIVO-NOVO.
           DISPLAY "DIVERGENCIAS NA CONFERENCIA: " TOTAL-DIVERGENCIAS.
           IF TOTAL-CONVERTIDOS = TOTAL-DESCARREGADOS
               AND TOTAL-CONFERIDOS = TOTAL-DESCARREGADOS
               AND TOTAL-NO-ARQUIVO-NOVO = TOTAL-DESCARREGADOS
               AND TOTAL-DIVERGENCIAS = 0
               DISPLAY "CONFERENCIA OK - QUANTIDADES E DATAS BATEM"
           ELSE
               DISPLAY "CONFERENCIA COM DIFERENCAS - A COPIA DO "
                   "ARQUIVO ANTIGO FICA EM "
                   "pedidos_conversao_datas.tmp"
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       DESCARREGA-LAYOUT-ANTIGO.
      *    Le o arquivo antigo do comeco ao fim e grava cada
      *    registro, tal como esta, no arquivo de trabalho
           OPEN OUTPUT ARQUIVO-TRABALHO-CONVERSAO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-ANTIGO.
           PERFORM GRAVA-NO-TRABALHO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-LAYOUT-ANTIGO.
           CLOSE ARQUIVO-TRABALHO-CONVERSAO.

       LER-PROXIMO-ANTIGO.
           READ ARQUIVO-LAYOUT-ANTIGO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       GRAVA-NO-TRABALHO.
           MOVE ANT-REGISTRO TO LINHA-TRABALHO-CONVERSAO.
           WRITE LINHA-TRABALHO-CONVERSAO.
           ADD 1 TO TOTAL-DESCARREGADOS.
           PERFORM LER-PROXIMO-ANTIGO.

       RECARREGA-LAYOUT-NOVO.
      *    Recria o arquivo ja no layout novo e regrava cada
      *    registro com as datas expandidas
           OPEN INPUT ARQUIVO-TRABALHO-CONVERSAO.
           OPEN OUTPUT ARQUIVO-PEDIDO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONVERTE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-PEDIDO.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO-CONVERSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONVERTE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O REGISTRO "
                       PEDIDO-NUMERO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONVERTIDOS
           END-WRITE.
           PERFORM LER-PROXIMO-TRABALHO.

       MONTA-REGISTRO-NOVO.
           MOVE SPACES TO PEDIDO-REGISTRO.
           MOVE TRAB-ANT-NUMERO TO PEDIDO-NUMERO.
           MOVE TRAB-ANT-CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO.
           MOVE TRAB-ANT-DATA TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA.
           MOVE TRAB-ANT-VALOR TO PEDIDO-VALOR.
           MOVE TRAB-ANT-SITUACAO TO PEDIDO-SITUACAO.
           MOVE TRAB-ANT-DATA-PAGAMENTO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA-PAGAMENTO.
           MOVE TRAB-ANT-DATA-EMBARQUE TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA-EMBARQUE.
           MOVE TRAB-ANT-DATA-CANCELAMENTO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-DATA-CANCELAMENTO.
           MOVE TRAB-ANT-MOTIVO-CANCELAMENTO
               TO PEDIDO-MOTIVO-CANCELAMENTO.
           MOVE TRAB-ANT-OPERADOR-CANCELAMENTO
               TO PEDIDO-OPERADOR-CANCELAMENTO.
           MOVE TRAB-ANT-ENDERECO-ENTREGA TO PEDIDO-ENDERECO-ENTREGA.
           MOVE TRAB-ANT-VALOR-FRETE TO PEDIDO-VALOR-FRETE.
           MOVE TRAB-ANT-VALOR-MERCADORIA TO PEDIDO-VALOR-MERCADORIA.
           MOVE TRAB-ANT-VALOR-ICMS TO PEDIDO-VALOR-ICMS.
           MOVE TRAB-ANT-VENDEDOR TO PEDIDO-VENDEDOR.
           MOVE TRAB-ANT-CONDICAO-PAGAMENTO
               TO PEDIDO-CONDICAO-PAGAMENTO.
           MOVE TRAB-ANT-QTDE-ITENS TO PEDIDO-QTDE-ITENS.
           MOVE TRAB-ANT-TRANSPORTADORA TO PEDIDO-TRANSPORTADORA.
           MOVE TRAB-ANT-PESO-BRUTO TO PEDIDO-PESO-BRUTO.
           MOVE TRAB-ANT-FRETE-TABELA TO PEDIDO-FRETE-TABELA.
           MOVE TRAB-ANT-FRETE-SUPERVISOR TO PEDIDO-FRETE-SUPERVISOR.
           MOVE TRAB-ANT-NFE-SERIE TO PEDIDO-NFE-SERIE.
           MOVE TRAB-ANT-NFE-NUMERO TO PEDIDO-NFE-NUMERO.
           MOVE TRAB-ANT-NFE-SITUACAO TO PEDIDO-NFE-SITUACAO.
           MOVE TRAB-ANT-NFE-CHAVE-ACESSO TO PEDIDO-NFE-CHAVE-ACESSO.
           MOVE TRAB-ANT-NFE-PROTOCOLO TO PEDIDO-NFE-PROTOCOLO.
           MOVE TRAB-ANT-NFE-DATA-RETORNO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO PEDIDO-NFE-DATA-RETORNO.
           MOVE TRAB-ANT-NFE-MOTIVO TO PEDIDO-NFE-MOTIVO.
           MOVE TRAB-ANT-FILIAL-EXPEDICAO TO PEDIDO-FILIAL-EXPEDICAO.

       EXPANDE-DATA.
           MOVE "D" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

       CONFERE-CONVERSAO.
      *    Rele a copia do arquivo antigo e confere o arquivo novo
      *    registro a registro; depois conta o arquivo novo
      *    inteiro, que tem que ter a mesma quantidade da copia
           OPEN INPUT ARQUIVO-TRABALHO-CONVERSAO.
           OPEN INPUT ARQUIVO-PEDIDO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONFERE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-PEDIDO.

           OPEN INPUT ARQUIVO-PEDIDO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONTA-REGISTRO-NOVO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-PEDIDO.

       CONFERE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           MOVE PEDIDO-REGISTRO TO REGISTRO-ESPERADO.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   DISPLAY "REGISTRO "
                       PEDIDO-NUMERO
                       " NAO ENCONTRADO NO ARQUIVO NOVO"
                   ADD 1 TO TOTAL-DIVERGENCIAS
               NOT INVALID KEY
                   PERFORM CONFERE-CONTEUDO
           END-READ.
           PERFORM LER-PROXIMO-TRABALHO.

       CONFERE-CONTEUDO.
           ADD 1 TO TOTAL-CONFERIDOS.
           SET REGISTRO-CONFERE TO TRUE.
           IF PEDIDO-REGISTRO NOT = REGISTRO-ESPERADO
               SET REGISTRO-DIVERGENTE TO TRUE
           END-IF.
           MOVE PEDIDO-DATA TO CONFERE-DATA.
           IF TRAB-ANT-DATA NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF PEDIDO-DATA NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           MOVE PEDIDO-DATA-PAGAMENTO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-PAGAMENTO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-PAGAMENTO
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF PEDIDO-DATA-PAGAMENTO NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           MOVE PEDIDO-DATA-EMBARQUE TO CONFERE-DATA.
           IF TRAB-ANT-DATA-EMBARQUE NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-EMBARQUE
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF PEDIDO-DATA-EMBARQUE NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           MOVE PEDIDO-DATA-CANCELAMENTO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-CANCELAMENTO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-CANCELAMENTO
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF PEDIDO-DATA-CANCELAMENTO NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           MOVE PEDIDO-NFE-DATA-RETORNO TO CONFERE-DATA.
           IF TRAB-ANT-NFE-DATA-RETORNO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-NFE-DATA-RETORNO
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF PEDIDO-NFE-DATA-RETORNO NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           IF REGISTRO-DIVERGENTE
               DISPLAY "DIVERGENCIA NO REGISTRO "
                   PEDIDO-NUMERO
               ADD 1 TO TOTAL-DIVERGENCIAS
           END-IF.

       CONTA-REGISTRO-NOVO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-NO-ARQUIVO-NOVO
           END-READ.
