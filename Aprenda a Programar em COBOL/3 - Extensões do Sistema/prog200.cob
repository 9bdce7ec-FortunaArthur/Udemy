       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG200.
      *    Programa de Carga do Extrato Bancario Diario
      *    A casa carregava o retorno de boletos (PROG143), o retorno
      *    de salarios (PROG144) e os pagamentos (PROG67), mas
      *    ninguem conferia se a conta do banco tinha mesmo mexido
      *    por aqueles valores. Este carregador le o extrato do dia
      *    mandado pelo banco (extrato_bancario.dat: data,
      *    documento, historico, natureza Credito/Debito e valor) e
      *    grava cada linha valida em conciliacao.dat como item do
      *    lado do Banco, Pendente, numerado por data; a conciliacao
      *    do PROG201 casa esses itens com o movimento do sistema.
      *    Linha com natureza fora de C/D, valor zerado ou sem data
      *    sai apontada no console e fica de fora. Data que ja tem
      *    extrato carregado nao e carregada de novo - rodar 2 vezes
      *    o mesmo arquivo nao duplica o banco.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCONCIL.cob".

           SELECT ARQUIVO-EXTRATO
           ASSIGN TO "extrato_bancario.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SELSTATUS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCONCIL.cob".

       FD ARQUIVO-EXTRATO.

       01  LINHA-EXTRATO.
           05 EXTB-DATA PIC 9(8).
           05 EXTB-DOCUMENTO PIC X(10).
           05 EXTB-HISTORICO PIC X(20).
           05 EXTB-NATUREZA PIC X.
               88 EXTB-CREDITO VALUE "C".
               88 EXTB-DEBITO VALUE "D".
           05 EXTB-VALOR PIC 9(9)V99.

           COPY "FDSTATUS.cob".

       WORKING-STORAGE SECTION.

       01  CONCIL-FILE-STATUS PIC X(2).
       01  FINAL-EXTRATO PIC X.
       01  DATA-EXECUCAO PIC 9(8).

       01  DATA-EM-CARGA PIC 9(8) VALUE 0.
       01  SEQUENCIA-DO-DIA PIC 9(4) VALUE 0.

       01  DATA-CARREGADA-FLAG PIC X VALUE "N".
           88 DATA-JA-CARREGADA VALUE "S".
           88 DATA-NOVA VALUE "N".

       01  TOTAL-LIDAS PIC 9(6) VALUE 0.
       01  TOTAL-CARREGADAS PIC 9(6) VALUE 0.
       01  TOTAL-REJEITADAS PIC 9(6) VALUE 0.
       01  TOTAL-JA-CARREGADAS PIC 9(6) VALUE 0.
       01  TOTAL-CREDITOS PIC 9(10)V99 VALUE 0.
       01  TOTAL-DEBITOS PIC 9(10)V99 VALUE 0.

       01  EXECUCAO-FLAG PIC X VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-EXTRATO.
           OPEN I-O ARQUIVO-CONCILIACAO.

           MOVE "N" TO FINAL-EXTRATO.
           PERFORM LER-PROXIMA-LINHA-EXTRATO.
           PERFORM CARREGA-LINHA-EXTRATO UNTIL FINAL-EXTRATO = "S".

           CLOSE ARQUIVO-EXTRATO.
           CLOSE ARQUIVO-CONCILIACAO.

           DISPLAY "---------------------------------------------".
           DISPLAY "LINHAS LIDAS DO EXTRATO: " TOTAL-LIDAS.
           DISPLAY "LINHAS CARREGADAS PRA CONCILIACAO: "
               TOTAL-CARREGADAS.
           DISPLAY "  CREDITOS: " TOTAL-CREDITOS
               "  DEBITOS: " TOTAL-DEBITOS.
           DISPLAY "LINHAS REJEITADAS: " TOTAL-REJEITADAS.
           DISPLAY "LINHAS DE DATA JA CARREGADA: "
               TOTAL-JA-CARREGADAS.

           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
           STOP RUN.

       LER-PROXIMA-LINHA-EXTRATO.
           READ ARQUIVO-EXTRATO NEXT RECORD
               AT END MOVE "S" TO FINAL-EXTRATO.

       CARREGA-LINHA-EXTRATO.
           ADD 1 TO TOTAL-LIDAS.
           IF EXTB-DATA = 0 OR EXTB-VALOR = 0
               OR (NOT EXTB-CREDITO AND NOT EXTB-DEBITO)
               DISPLAY "LINHA " TOTAL-LIDAS " REJEITADA - DATA, "
                   "NATUREZA OU VALOR INVALIDO: " EXTB-DOCUMENTO " "
                   EXTB-HISTORICO
               ADD 1 TO TOTAL-REJEITADAS
               SET EXECUCAO-COM-ERRO TO TRUE
           ELSE
               IF EXTB-DATA NOT = DATA-EM-CARGA
                   PERFORM PREPARA-DATA-DO-EXTRATO
               END-IF
               IF DATA-JA-CARREGADA
                   ADD 1 TO TOTAL-JA-CARREGADAS
               ELSE
                   PERFORM GRAVA-ITEM-DO-BANCO
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-LINHA-EXTRATO.

       PREPARA-DATA-DO-EXTRATO.
      *    Qualquer item do banco naquela data quer dizer que o
      *    extrato do dia ja foi carregado antes
           MOVE EXTB-DATA TO DATA-EM-CARGA.
           MOVE ZEROS TO SEQUENCIA-DO-DIA.
           SET DATA-NOVA TO TRUE.
           MOVE "B" TO CONC-LADO.
           MOVE EXTB-DATA TO CONC-DATA.
           MOVE ZEROS TO CONC-SEQUENCIA.
           START ARQUIVO-CONCILIACAO
               KEY IS NOT LESS THAN CONC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ARQUIVO-CONCILIACAO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CONC-DO-BANCO
                               AND CONC-DATA = DATA-EM-CARGA
                               SET DATA-JA-CARREGADA TO TRUE
                           END-IF
                   END-READ
           END-START.
           IF DATA-JA-CARREGADA
               DISPLAY "EXTRATO DE " DATA-EM-CARGA " JA CARREGADO - "
                   "LINHAS DESTA DATA IGNORADAS"
               SET EXECUCAO-COM-ERRO TO TRUE
           END-IF.

       GRAVA-ITEM-DO-BANCO.
           ADD 1 TO SEQUENCIA-DO-DIA.
           MOVE SPACE TO CONC-REGISTRO.
           MOVE "B" TO CONC-LADO.
           MOVE EXTB-DATA TO CONC-DATA.
           MOVE SEQUENCIA-DO-DIA TO CONC-SEQUENCIA.
           MOVE EXTB-NATUREZA TO CONC-NATUREZA.
           MOVE EXTB-VALOR TO CONC-VALOR.
           MOVE "EXTRAT" TO CONC-ORIGEM.
           MOVE EXTB-DOCUMENTO TO CONC-REFERENCIA.
           MOVE EXTB-HISTORICO TO CONC-HISTORICO.
           SET CONC-PENDENTE TO TRUE.
           MOVE ZEROS TO CONC-DATA-CONCILIACAO.
           MOVE SPACE TO CONC-PAR-LADO.
           MOVE ZEROS TO CONC-PAR-DATA.
           MOVE ZEROS TO CONC-PAR-SEQUENCIA.
           WRITE CONC-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA " TOTAL-LIDAS
                       " DO EXTRATO"
                   SET EXECUCAO-COM-ERRO TO TRUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CARREGADAS
                   IF EXTB-CREDITO
                       ADD EXTB-VALOR TO TOTAL-CREDITOS
                   ELSE
                       ADD EXTB-VALOR TO TOTAL-DEBITOS
                   END-IF
           END-WRITE.

       GRAVA-STATUS-EXECUCAO.
      *    Anexa 1 linha de status ao final do arquivo compartilhado,
      *    com o total de linhas carregadas; a linha sai sob a sigla
      *    EXTRAT (STATUS-PROGRAMA tem 6 posicoes)
           OPEN EXTEND ARQUIVO-STATUS-EXECUCAO.
           MOVE "EXTRAT" TO STATUS-PROGRAMA.
           MOVE DATA-EXECUCAO TO STATUS-DATA.
           ACCEPT STATUS-HORA FROM TIME.
           IF EXECUCAO-SEM-ERRO
               SET STATUS-EXECUCAO-OK TO TRUE
           ELSE
               SET STATUS-EXECUCAO-COM-ERRO TO TRUE
           END-IF.
           MOVE TOTAL-CARREGADAS TO STATUS-TOTAL-PROCESSADO.
           WRITE LINHA-STATUS-EXECUCAO.
           CLOSE ARQUIVO-STATUS-EXECUCAO.
