       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG231.
      *    Programa de Conversao de aging_snapshots.dat para o Layout
      *    com Ano de 4 Digitos
      *    Passagem unica depois que as datas de LINHA-AGING-HIST
      *    passaram de AAMMDD pra AAAAMMDD (e os meses de AAMM pra
      *    AAAAMM): o registro cresceu de 64 pra 66 bytes e
      *    aging_snapshots.dat gravado no layout antigo nao e lido
      *    direito mais nos programas. No mesmo molde de descarga e
      *    recarga do PROG114, so este programa ainda conhece o layout
      *    antigo:
      *    - descarrega o arquivo antigo em
      *      aging_snapshots_conversao_datas.tmp, que fica guardado como
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
           ASSIGN TO "aging_snapshots.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANTIGO-FILE-STATUS.

           COPY "SELAGINGHIST.cob".

           SELECT ARQUIVO-TRABALHO-CONVERSAO
           ASSIGN TO "aging_snapshots_conversao_datas.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRABALHO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Layout ANTIGO de 64 bytes, com as datas em AAMMDD - so os
      *    programas de conversao ainda o conhecem
       FD ARQUIVO-LAYOUT-ANTIGO.

       01  ANT-REGISTRO PIC X(64).

           COPY "FDAGINGHIST.cob".

       FD ARQUIVO-TRABALHO-CONVERSAO.

       01  LINHA-TRABALHO-CONVERSAO PIC X(64).

       WORKING-STORAGE SECTION.

       01  ANTIGO-FILE-STATUS PIC X(2).
       01  TRABALHO-FILE-STATUS PIC X(2).
       01  FINAL-ARQUIVO PIC X.
       01  RESPOSTA-CONFIRMA PIC X.

       01  TIPO-EXPANSAO PIC X.
       01  DATA-CURTA PIC 9(6).
       01  DATA-LONGA PIC 9(8).
       01  CONFERE-MES PIC 9(4).

       01  CONFERENCIA-FLAG PIC X.
           88 REGISTRO-CONFERE VALUE "S".
           88 REGISTRO-DIVERGENTE VALUE "N".
       01  REGISTRO-ESPERADO PIC X(66).

      *    Area de trabalho no desenho antigo, pra recarga nao depender
      *    da area de registro de um arquivo fechado
       01  ANTIGO-TRABALHO.
           05 TRAB-ANT-AAMM PIC 9(4).
           05 FILLER PIC X(1).
           05 TRAB-ANT-CLIENTE PIC 9(6).
           05 FILLER PIC X(1).
           05 TRAB-ANT-FILIAL PIC X(4).
           05 FILLER PIC X(1).
           05 TRAB-ANT-FAIXA-1 PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 TRAB-ANT-FAIXA-2 PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 TRAB-ANT-FAIXA-3 PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 TRAB-ANT-FAIXA-4 PIC 9(9)V99.

       01  TOTAL-DESCARREGADOS PIC 9(6) VALUE 0.
       01  TOTAL-CONVERTIDOS PIC 9(6) VALUE 0.
       01  TOTAL-CONFERIDOS PIC 9(6) VALUE 0.
       01  TOTAL-NO-ARQUIVO-NOVO PIC 9(6) VALUE 0.
       01  TOTAL-DIVERGENCIAS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "CONVERSAO UNICA PARA O LAYOUT COM ANO DE "
               "4 DIGITOS (64 -> 66 BYTES): "
               "aging_snapshots.dat".
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
                   "aging_snapshots_conversao_datas.tmp"
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
                   "aging_snapshots_conversao_datas.tmp"
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
           OPEN OUTPUT ARQUIVO-AGING-HIST.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONVERTE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-AGING-HIST.

       LER-PROXIMO-TRABALHO.
           READ ARQUIVO-TRABALHO-CONVERSAO NEXT RECORD
               AT END MOVE "S" TO FINAL-ARQUIVO.

       CONVERTE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           WRITE LINHA-AGING-HIST.
           ADD 1 TO TOTAL-CONVERTIDOS.
           PERFORM LER-PROXIMO-TRABALHO.

       MONTA-REGISTRO-NOVO.
           MOVE SPACES TO LINHA-AGING-HIST.
           MOVE TRAB-ANT-AAMM TO DATA-CURTA.
           PERFORM EXPANDE-MES.
           MOVE DATA-LONGA TO SNAP-AAMM.
           MOVE TRAB-ANT-CLIENTE TO SNAP-CLIENTE.
           MOVE TRAB-ANT-FILIAL TO SNAP-FILIAL.
           MOVE TRAB-ANT-FAIXA-1 TO SNAP-FAIXA-1.
           MOVE TRAB-ANT-FAIXA-2 TO SNAP-FAIXA-2.
           MOVE TRAB-ANT-FAIXA-3 TO SNAP-FAIXA-3.
           MOVE TRAB-ANT-FAIXA-4 TO SNAP-FAIXA-4.

       EXPANDE-MES.
           MOVE "M" TO TIPO-EXPANSAO.
           CALL "PROG225" USING TIPO-EXPANSAO DATA-CURTA DATA-LONGA.

       CONFERE-CONVERSAO.
      *    Rele a copia do arquivo antigo e confere o arquivo novo
      *    registro a registro; depois conta o arquivo novo
      *    inteiro, que tem que ter a mesma quantidade da copia
           OPEN INPUT ARQUIVO-TRABALHO-CONVERSAO.
           OPEN INPUT ARQUIVO-AGING-HIST.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LER-PROXIMO-TRABALHO.
           PERFORM CONFERE-REGISTRO UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-TRABALHO-CONVERSAO.
           CLOSE ARQUIVO-AGING-HIST.

           OPEN INPUT ARQUIVO-AGING-HIST.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONTA-REGISTRO-NOVO UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-AGING-HIST.

       CONFERE-REGISTRO.
           MOVE LINHA-TRABALHO-CONVERSAO TO ANTIGO-TRABALHO.
           PERFORM MONTA-REGISTRO-NOVO.
           MOVE LINHA-AGING-HIST TO REGISTRO-ESPERADO.
           READ ARQUIVO-AGING-HIST NEXT RECORD
               AT END
                   DISPLAY "ARQUIVO NOVO TERMINOU ANTES DA COPIA"
                   ADD 1 TO TOTAL-DIVERGENCIAS
               NOT AT END
                   PERFORM CONFERE-CONTEUDO
           END-READ.
           PERFORM LER-PROXIMO-TRABALHO.

       CONFERE-CONTEUDO.
           ADD 1 TO TOTAL-CONFERIDOS.
           SET REGISTRO-CONFERE TO TRUE.
           IF LINHA-AGING-HIST NOT = REGISTRO-ESPERADO
               SET REGISTRO-DIVERGENTE TO TRUE
           END-IF.
           MOVE SNAP-AAMM TO CONFERE-MES.
           IF TRAB-ANT-AAMM NUMERIC
               IF CONFERE-MES NOT = TRAB-ANT-AAMM
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           ELSE
               IF SNAP-AAMM NOT = ZEROS
                   SET REGISTRO-DIVERGENTE TO TRUE
               END-IF
           END-IF.
           IF REGISTRO-DIVERGENTE
               DISPLAY "DIVERGENCIA NA LINHA " TOTAL-CONFERIDOS
               ADD 1 TO TOTAL-DIVERGENCIAS
           END-IF.

       CONTA-REGISTRO-NOVO.
           READ ARQUIVO-AGING-HIST NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-NO-ARQUIVO-NOVO
           END-READ.
