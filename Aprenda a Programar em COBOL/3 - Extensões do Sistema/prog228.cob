       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG228.
      *    Programa de Conversao de acordos_preco.dat para o Layout com
      *    Ano de 4 Digitos
      *    Passagem unica depois que as datas de ACORDO-REGISTRO
      *    passaram de AAMMDD pra AAAAMMDD (e os meses de AAMM pra
      *    AAAAMM): o registro cresceu de 61 pra 67 bytes e
      *    acordos_preco.dat gravado no layout antigo nao abre mais nos
      *    programas. No mesmo molde de descarga e recarga do PROG114,
      *    so este programa ainda conhece o layout antigo:
      *    - descarrega o arquivo antigo em
      *      acordos_preco_conversao_datas.tmp, que fica guardado como
      *      copia do arquivo antigo;
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
           ASSIGN TO "acordos_preco.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-NUMERO
           ALTERNATE RECORD KEY IS ANT-BUSCA WITH DUPLICATES
           FILE STATUS IS ANTIGO-FILE-STATUS.

           COPY "SELACORDO.cob".

           SELECT ARQUIVO-TRABALHO-CONVERSAO
           ASSIGN TO "acordos_preco_conversao_datas.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRABALHO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Layout ANTIGO de 61 bytes, com as datas em AAMMDD - so os
      *    programas de conversao ainda o conhecem
       FD ARQUIVO-LAYOUT-ANTIGO.

       01  ANT-REGISTRO.
           05 ANT-NUMERO PIC 9(6).
           05 ANT-BUSCA PIC X(11).
           05 FILLER PIC X(44).

           COPY "FDACORDO.cob".

       FD ARQUIVO-TRABALHO-CONVERSAO.

       01  LINHA-TRABALHO-CONVERSAO PIC X(61).

       WORKING-STORAGE SECTION.

       01  ANTIGO-FILE-STATUS PIC X(2).
       01  TRABALHO-FILE-STATUS PIC X(2).
       01  ACORDO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA-CONFIRMA PIC X.

       01  TIPO-EXPANSAO PIC X.
       01  DATA-CURTA PIC 9(6).
       01  DATA-LONGA PIC 9(8).
       01  CONFERE-DATA PIC 9(6).

       01  CONFERENCIA-FLAG PIC X.
           88 REGISTRO-CONFERE VALUE "S".
           88 REGISTRO-DIVERGENTE VALUE "N".
       01  REGISTRO-ESPERADO PIC X(67).

      *    Area de trabalho no desenho antigo, pra recarga nao depender
      *    da area de registro de um arquivo fechado
       01  ANTIGO-TRABALHO.
           05 TRAB-ANT-NUMERO PIC 9(6).
           05 TRAB-ANT-BUSCA.
               10 TRAB-ANT-ABRANGENCIA PIC X.
               10 TRAB-ANT-ALVO PIC X(6).
               10 TRAB-ANT-PRODUTO PIC 9(4).
           05 TRAB-ANT-QTDE-MINIMA PIC 9(3).
           05 TRAB-ANT-DATA-INICIO PIC 9(6).
           05 TRAB-ANT-DATA-FIM PIC 9(6).
           05 TRAB-ANT-TIPO PIC X.
           05 TRAB-ANT-PERCENTUAL-DESCONTO PIC 9(2)V99.
           05 TRAB-ANT-PRECO-FIXO PIC 9(5)V99.
           05 TRAB-ANT-SITUACAO PIC X.
           05 TRAB-ANT-DATA-CADASTRO PIC 9(6).
           05 TRAB-ANT-OPERADOR PIC X(10).

       01  TOTAL-DESCARREGADOS PIC 9(6) VALUE 0.
       01  TOTAL-CONVERTIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CONFERIDOS PIC 9(6) VALUE 0.
       01  TOTAL-NO-ARQUIVO-NOVO PIC 9(6) VALUE 0.
       01  TOTAL-DIVERGENCIAS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "CONVERSAO UNICA PARA O LAYOUT COM ANO DE "
               "4 DIGITOS (61 -> 67 BYTES): "
               "acordos_preco.dat".
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
                   "acordos_preco_conversao_datas.tmp"
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
                   "acordos_preco_conversao_datas.tmp"
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
           OPEN OUTPUT ARQUIVO-ACORDO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONVERTE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-ACORDO.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO-CONVERSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONVERTE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           WRITE ACORDO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O REGISTRO "
                       ACORDO-NUMERO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONVERTIDOS
           END-WRITE.
           PERFORM LER-PROXIMO-TRABALHO.

       MONTA-REGISTRO-NOVO.
           MOVE SPACES TO ACORDO-REGISTRO.
           MOVE TRAB-ANT-NUMERO TO ACORDO-NUMERO.
           MOVE TRAB-ANT-BUSCA TO ACORDO-BUSCA.
           MOVE TRAB-ANT-QTDE-MINIMA TO ACORDO-QTDE-MINIMA.
           MOVE TRAB-ANT-DATA-INICIO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO ACORDO-DATA-INICIO.
           MOVE TRAB-ANT-DATA-FIM TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO ACORDO-DATA-FIM.
           MOVE TRAB-ANT-TIPO TO ACORDO-TIPO.
           MOVE TRAB-ANT-PERCENTUAL-DESCONTO
               TO ACORDO-PERCENTUAL-DESCONTO.
           MOVE TRAB-ANT-PRECO-FIXO TO ACORDO-PRECO-FIXO.
           MOVE TRAB-ANT-SITUACAO TO ACORDO-SITUACAO.
           MOVE TRAB-ANT-DATA-CADASTRO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO ACORDO-DATA-CADASTRO.
           MOVE TRAB-ANT-OPERADOR TO ACORDO-OPERADOR.

       EXPANDE-DATA.
           MOVE "D" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

       CONFERE-CONVERSAO.
      *    Rele a copia do arquivo antigo e confere o arquivo novo
      *    registro a registro; depois conta o arquivo novo
      *    inteiro, que tem que ter a mesma quantidade da copia
           OPEN INPUT ARQUIVO-TRABALHO-CONVERSAO.
           OPEN INPUT ARQUIVO-ACORDO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONFERE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-ACORDO.

           OPEN INPUT ARQUIVO-ACORDO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONTA-REGISTRO-NOVO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-ACORDO.

       CONFERE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           MOVE ACORDO-REGISTRO TO REGISTRO-ESPERADO.
           READ ARQUIVO-ACORDO
               INVALID KEY
                   DISPLAY "REGISTRO "
                       ACORDO-NUMERO
                       " NAO ENCONTRADO NO ARQUIVO NOVO"
                   ADD 1 TO TOTAL-DIVERGENCIAS
               NOT INVALID KEY
                   PERFORM CONFERE-CONTEUDO
           END-READ.
           PERFORM LER-PROXIMO-TRABALHO.

       CONFERE-CONTEUDO.
           ADD 1 TO TOTAL-CONFERIDOS.
           SET REGISTRO-CONFERE TO TRUE.
           IF ACORDO-REGISTRO NOT = REGISTRO-ESPERADO
               SET REGISTRO-DIVERGENTE TO TRUE
           END-IF.
           MOVE ACORDO-DATA-INICIO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-INICIO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-INICIO
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF ACORDO-DATA-INICIO NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           MOVE ACORDO-DATA-FIM TO CONFERE-DATA.
           IF TRAB-ANT-DATA-FIM NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-FIM
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF ACORDO-DATA-FIM NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           MOVE ACORDO-DATA-CADASTRO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-CADASTRO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-CADASTRO
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF ACORDO-DATA-CADASTRO NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           IF REGISTRO-DIVERGENTE
               DISPLAY "DIVERGENCIA NO REGISTRO "
                   ACORDO-NUMERO
               ADD 1 TO TOTAL-DIVERGENCIAS
           END-IF.

       CONTA-REGISTRO-NOVO.
           READ ARQUIVO-ACORDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-NO-ARQUIVO-NOVO
           END-READ.
