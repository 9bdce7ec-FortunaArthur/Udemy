       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG259.
      *    Programa de Conversao de historico_folha.dat para o Layout
      *    com Ano de 4 Digitos
      *    Passagem unica depois que as datas de HISTFOL-REGISTRO
      *    passaram de AAMMDD pra AAAAMMDD (e os meses de AAMM pra
      *    AAAAMM): o registro cresceu de 211 pra 215 bytes e
      *    historico_folha.dat gravado no layout antigo nao abre mais
      *    nos programas. No mesmo molde de descarga e recarga do
      *    PROG114, so este programa ainda conhece o layout antigo:
      *    - descarrega o arquivo antigo em
      *      historico_folha_conversao_datas.tmp, que fica guardado como
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
           ASSIGN TO "historico_folha.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-CHAVE
           FILE STATUS IS ANTIGO-FILE-STATUS.

           COPY "SELHISTFOLHA.cob".

           SELECT ARQUIVO-TRABALHO-CONVERSAO
           ASSIGN TO "historico_folha_conversao_datas.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRABALHO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Layout ANTIGO de 211 bytes, com as datas em AAMMDD - so os
      *    programas de conversao ainda o conhecem
       FD ARQUIVO-LAYOUT-ANTIGO.

       01  ANT-REGISTRO.
           05 ANT-CHAVE PIC X(9).
           05 FILLER PIC X(202).

           COPY "FDHISTFOLHA.cob".

       FD ARQUIVO-TRABALHO-CONVERSAO.

       01  LINHA-TRABALHO-CONVERSAO PIC X(211).

       WORKING-STORAGE SECTION.

       01  ANTIGO-FILE-STATUS PIC X(2).
       01  TRABALHO-FILE-STATUS PIC X(2).
       01  HISTFOL-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA-CONFIRMA PIC X.

       01  TIPO-EXPANSAO PIC X.
       01  DATA-CURTA PIC 9(6).
       01  DATA-LONGA PIC 9(8).
       01  CONFERE-DATA PIC 9(6).
       01  CONFERE-MES PIC 9(4).

       01  CONFERENCIA-FLAG PIC X.
           88 REGISTRO-CONFERE VALUE "S".
           88 REGISTRO-DIVERGENTE VALUE "N".
       01  REGISTRO-ESPERADO PIC X(215).

      *    Area de trabalho no desenho antigo, pra recarga nao depender
      *    da area de registro de um arquivo fechado
       01  ANTIGO-TRABALHO.
           05 TRAB-ANT-CHAVE.
               10 TRAB-ANT-CODIGO PIC 9(4).
               10 TRAB-ANT-AAMM PIC 9(4).
               10 TRAB-ANT-TIPO PIC X.
           05 TRAB-ANT-NOME PIC X(20).
           05 TRAB-ANT-CPF PIC 9(11).
           05 TRAB-ANT-DEPARTAMENTO PIC X(20).
           05 TRAB-ANT-SALARIO-BRUTO PIC 9(7)V99.
           05 TRAB-ANT-HORAS-EXTRAS PIC 9(7)V99.
           05 TRAB-ANT-COMISSAO PIC 9(7)V99.
           05 TRAB-ANT-SALARIO-FAMILIA PIC 9(7)V99.
           05 TRAB-ANT-DEDUCAO-DEPENDENTES PIC 9(7)V99.
           05 TRAB-ANT-DESCONTO-AJUSTES PIC 9(7)V99.
           05 TRAB-ANT-PREVIDENCIA PIC 9(7)V99.
           05 TRAB-ANT-IMPOSTO PIC 9(7)V99.
           05 TRAB-ANT-LIQUIDO PIC 9(7)V99.
           05 TRAB-ANT-DATA-APROVACAO PIC 9(6).
           05 TRAB-ANT-OPERADOR PIC X(10).
           05 TRAB-ANT-RETROATIVO PIC 9(7)V99.
           05 TRAB-ANT-ADIANTAMENTO PIC 9(7)V99.
           05 TRAB-ANT-EMPRESTIMO PIC 9(7)V99.
           05 TRAB-ANT-PENSAO PIC 9(7)V99.
           05 TRAB-ANT-VALE-TRANSPORTE PIC 9(7)V99.
           05 TRAB-ANT-VALE-REFEICAO PIC 9(7)V99.

       01  TOTAL-DESCARREGADOS PIC 9(6) VALUE 0.
       01  TOTAL-CONVERTIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CONFERIDOS PIC 9(6) VALUE 0.
       01  TOTAL-NO-ARQUIVO-NOVO PIC 9(6) VALUE 0.
       01  TOTAL-DIVERGENCIAS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "CONVERSAO UNICA PARA O LAYOUT COM ANO DE "
               "4 DIGITOS (211 -> 215 BYTES): "
               "historico_folha.dat".
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
                   "historico_folha_conversao_datas.tmp"
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
                   "historico_folha_conversao_datas.tmp"
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
           OPEN OUTPUT ARQUIVO-HISTORICO-FOLHA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONVERTE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-HISTORICO-FOLHA.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO-CONVERSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONVERTE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           WRITE HISTFOL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O REGISTRO "
                       HISTFOL-CHAVE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONVERTIDOS
           END-WRITE.
           PERFORM LER-PROXIMO-TRABALHO.

       MONTA-REGISTRO-NOVO.
           MOVE SPACES TO HISTFOL-REGISTRO.
           MOVE TRAB-ANT-CODIGO TO HISTFOL-CODIGO.
           MOVE TRAB-ANT-AAMM TO DATA-CURTA.
           PERFORM EXPANDE-MES.
           MOVE DATA-LONGA TO HISTFOL-AAMM.
           MOVE TRAB-ANT-TIPO TO HISTFOL-TIPO.
           MOVE TRAB-ANT-NOME TO HISTFOL-NOME.
           MOVE TRAB-ANT-CPF TO HISTFOL-CPF.
           MOVE TRAB-ANT-DEPARTAMENTO TO HISTFOL-DEPARTAMENTO.
           MOVE TRAB-ANT-SALARIO-BRUTO TO HISTFOL-SALARIO-BRUTO.
           MOVE TRAB-ANT-HORAS-EXTRAS TO HISTFOL-HORAS-EXTRAS.
           MOVE TRAB-ANT-COMISSAO TO HISTFOL-COMISSAO.
           MOVE TRAB-ANT-SALARIO-FAMILIA TO HISTFOL-SALARIO-FAMILIA.
           MOVE TRAB-ANT-DEDUCAO-DEPENDENTES
               TO HISTFOL-DEDUCAO-DEPENDENTES.
           MOVE TRAB-ANT-DESCONTO-AJUSTES TO HISTFOL-DESCONTO-AJUSTES.
           MOVE TRAB-ANT-PREVIDENCIA TO HISTFOL-PREVIDENCIA.
           MOVE TRAB-ANT-IMPOSTO TO HISTFOL-IMPOSTO.
           MOVE TRAB-ANT-LIQUIDO TO HISTFOL-LIQUIDO.
           MOVE TRAB-ANT-DATA-APROVACAO TO DATA-CURTA.
           PERFORM EXPANDE-DATA.
           MOVE DATA-LONGA TO HISTFOL-DATA-APROVACAO.
           MOVE TRAB-ANT-OPERADOR TO HISTFOL-OPERADOR.
           MOVE TRAB-ANT-RETROATIVO TO HISTFOL-RETROATIVO.
           MOVE TRAB-ANT-ADIANTAMENTO TO HISTFOL-ADIANTAMENTO.
           MOVE TRAB-ANT-EMPRESTIMO TO HISTFOL-EMPRESTIMO.
           MOVE TRAB-ANT-PENSAO TO HISTFOL-PENSAO.
           MOVE TRAB-ANT-VALE-TRANSPORTE TO HISTFOL-VALE-TRANSPORTE.
           MOVE TRAB-ANT-VALE-REFEICAO TO HISTFOL-VALE-REFEICAO.

       EXPANDE-DATA.
           MOVE "D" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

       EXPANDE-MES.
           MOVE "M" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

       CONFERE-CONVERSAO.
      *    Rele a copia do arquivo antigo e confere o arquivo novo
      *    registro a registro; depois conta o arquivo novo
      *    inteiro, que tem que ter a mesma quantidade da copia
           OPEN INPUT ARQUIVO-TRABALHO-CONVERSAO.
           OPEN INPUT ARQUIVO-HISTORICO-FOLHA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONFERE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-HISTORICO-FOLHA.

           OPEN INPUT ARQUIVO-HISTORICO-FOLHA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONTA-REGISTRO-NOVO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-HISTORICO-FOLHA.

       CONFERE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           MOVE HISTFOL-REGISTRO TO REGISTRO-ESPERADO.
           READ ARQUIVO-HISTORICO-FOLHA
               INVALID KEY
                   DISPLAY "REGISTRO "
                       HISTFOL-CHAVE
                       " NAO ENCONTRADO NO ARQUIVO NOVO"
                   ADD 1 TO TOTAL-DIVERGENCIAS
               NOT INVALID KEY
                   PERFORM CONFERE-CONTEUDO
           END-READ.
           PERFORM LER-PROXIMO-TRABALHO.

       CONFERE-CONTEUDO.
           ADD 1 TO TOTAL-CONFERIDOS.
           SET REGISTRO-CONFERE TO TRUE.
           IF HISTFOL-REGISTRO NOT = REGISTRO-ESPERADO
               SET REGISTRO-DIVERGENTE TO TRUE
           END-IF.
           MOVE HISTFOL-AAMM TO CONFERE-MES.
           IF TRAB-ANT-AAMM NUMERIC
               IF CONFERE-MES NOT = TRAB-ANT-AAMM
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF HISTFOL-AAMM NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           MOVE HISTFOL-DATA-APROVACAO TO CONFERE-DATA.
           IF TRAB-ANT-DATA-APROVACAO NUMERIC
               IF CONFERE-DATA NOT = TRAB-ANT-DATA-APROVACAO
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF HISTFOL-DATA-APROVACAO NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           IF REGISTRO-DIVERGENTE
               DISPLAY "DIVERGENCIA NO REGISTRO "
                   HISTFOL-CHAVE
               ADD 1 TO TOTAL-DIVERGENCIAS
           END-IF.

       CONTA-REGISTRO-NOVO.
           READ ARQUIVO-HISTORICO-FOLHA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-NO-ARQUIVO-NOVO
           END-READ.
