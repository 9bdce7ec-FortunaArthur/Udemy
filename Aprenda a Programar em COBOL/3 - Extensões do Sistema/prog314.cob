       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG314.
      *    Sub-rotina de Conferencia de Totais de Controle dos Arquivos
      *    de Entrada
      *    Chamada pelas cargas (PROG61, PROG67, PROG127, PROG143,
      *    PROG144, PROG158) antes de gravar qualquer coisa, no molde
      *    do controle de geracoes do PROG90. A operacao "V" le o
      *    arquivo de entrada inteiro, conta as linhas de detalhe e
      *    soma o campo de valor (posicao, tamanho e decimais
      *    informados por quem chama; posicao zerada = arquivo sem
      *    valor) e confere contra o controle do remetente:
      *      - linha "H" (header, so na primeira linha) e/ou linha "T"
      *        (trailer, a ultima), no layout tipo X(1), data do
      *        arquivo 9(8), quantidade de registros 9(7) e valor
      *        total 9(11)V99; com os 2, header e trailer tem que
      *        bater entre si;
      *      - sem header nem trailer, o operador informa a
      *        quantidade e o valor esperados e a data do arquivo.
      *    Quantidade ou valor diferente, campo de valor nao numerico
      *    ou arquivo ja carregado com o mesmo nome e data recusam o
      *    arquivo inteiro; o conferido fica registrado em
      *    arquivos_recebidos.dat e a data do arquivo volta pra quem
      *    chamou. A operacao "C" marca o arquivo como carregado,
      *    depois que a carga termina.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELARQREC.cob".

           SELECT ARQUIVO-RECEBIDO
           ASSIGN TO DYNAMIC NOME-ARQUIVO-RECEBIDO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEBIDO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDARQREC.cob".

       FD ARQUIVO-RECEBIDO.

       01  LINHA-RECEBIDA PIC X(300).

       01  LINHA-CONTROLE-RECEBIDA.
           05 CTL-TIPO PIC X.
               88 CTL-HEADER VALUE "H".
               88 CTL-TRAILER VALUE "T".
           05 CTL-DATA PIC 9(8).
           05 CTL-QTDE PIC 9(7).
           05 CTL-VALOR PIC 9(11)V99.
           05 FILLER PIC X(271).

       WORKING-STORAGE SECTION.

       01  ARQREC-FILE-STATUS PIC X(2).
       01  RECEBIDO-FILE-STATUS PIC X(2).
       01  NOME-ARQUIVO-RECEBIDO PIC X(50).
       01  FINAL-RECEBIDO PIC X.
       01  DATA-EXECUCAO PIC 9(8).
       01  MOTIVO-RECUSA PIC X(50).

       01  NUMERO-DA-LINHA PIC 9(7).
       01  QTDE-DETALHES PIC 9(7).
       01  TOTAL-DETALHES PIC 9(11)V99.

      *    Campo de valor da linha alinhado a direita em 11 inteiros
      *    e 2 decimais
       01  VALOR-LINHA-TEXTO PIC X(13).
       01  VALOR-LINHA REDEFINES VALOR-LINHA-TEXTO PIC 9(11)V99.
       01  POSICAO-NO-TEXTO PIC 9(2).

       01  HEADER-FLAG PIC X.
           88 HEADER-ACHADO VALUE "S".
           88 SEM-HEADER VALUE "N".
       01  HEADER-DATA PIC 9(8).
       01  HEADER-QTDE PIC 9(7).
       01  HEADER-VALOR PIC 9(11)V99.

       01  TRAILER-FLAG PIC X.
           88 TRAILER-ACHADO VALUE "S".
           88 SEM-TRAILER VALUE "N".
       01  TRAILER-DATA PIC 9(8).
       01  TRAILER-QTDE PIC 9(7).
       01  TRAILER-VALOR PIC 9(11)V99.

       01  CONTROLE-DATA PIC 9(8).
       01  CONTROLE-QTDE PIC 9(7).
       01  CONTROLE-VALOR PIC 9(11)V99.
       01  ORIGEM-CONTROLE PIC X.

       01  CONFERENCIA-FLAG PIC X.
           88 CONFERENCIA-BATEU VALUE "S".
           88 CONFERENCIA-DIVERGIU VALUE "N".

       LINKAGE SECTION.

       01  RECEB-OPERACAO PIC X.
           88 RECEB-CONFERE VALUE "V".
           88 RECEB-REGISTRA-CARGA VALUE "C".
       01  RECEB-PROGRAMA PIC X(6).
       01  RECEB-ARQUIVO PIC X(50).
       01  RECEB-VALOR-POSICAO PIC 9(3).
       01  RECEB-VALOR-TAMANHO PIC 9(2).
       01  RECEB-VALOR-DECIMAIS PIC 9.
       01  RECEB-DATA-ARQUIVO PIC 9(8).
       01  RECEB-RESULTADO PIC X.
           88 RECEB-LIBERADO VALUE "S".
           88 RECEB-RECUSADO VALUE "N".

       PROCEDURE DIVISION USING RECEB-OPERACAO RECEB-PROGRAMA
           RECEB-ARQUIVO RECEB-VALOR-POSICAO RECEB-VALOR-TAMANHO
           RECEB-VALOR-DECIMAIS RECEB-DATA-ARQUIVO RECEB-RESULTADO.
       PROGRAM-BEGIN.
           SET RECEB-RECUSADO TO TRUE.
           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN I-O ARQUIVO-RECEBIMENTO.

           EVALUATE TRUE
               WHEN RECEB-CONFERE
                   PERFORM CONFERE-ARQUIVO-RECEBIDO
               WHEN RECEB-REGISTRA-CARGA
                   PERFORM REGISTRA-CARGA-DO-ARQUIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE ARQUIVO-RECEBIMENTO.

       PROGRAM-DONE.
           GOBACK.

       CONFERE-ARQUIVO-RECEBIDO.
           SET CONFERENCIA-BATEU TO TRUE.
           MOVE SPACE TO MOTIVO-RECUSA.

           PERFORM CONTA-ARQUIVO-RECEBIDO.
           IF CONFERENCIA-BATEU
               PERFORM DEFINE-TOTAIS-DE-CONTROLE
           END-IF.
           IF CONFERENCIA-BATEU
               PERFORM CONFERE-CARGA-ANTERIOR
           END-IF.
           IF CONFERENCIA-BATEU
               PERFORM COMPARA-TOTAIS-DE-CONTROLE
           END-IF.
           IF CONFERENCIA-BATEU
               PERFORM REGISTRA-ARQUIVO-CONFERIDO
           END-IF.

           IF CONFERENCIA-BATEU
               SET RECEB-LIBERADO TO TRUE
               MOVE CONTROLE-DATA TO RECEB-DATA-ARQUIVO
               DISPLAY "ARQUIVO " RECEB-ARQUIVO
               DISPLAY "    CONFERIDO - DATA " CONTROLE-DATA " - "
                   QTDE-DETALHES " REGISTROS - TOTAL "
                   TOTAL-DETALHES
           ELSE
               DISPLAY "ARQUIVO " RECEB-ARQUIVO
               DISPLAY "    RECUSADO - " MOTIVO-RECUSA
               DISPLAY "    NADA FOI CARREGADO DESTE ARQUIVO"
           END-IF.

       CONTA-ARQUIVO-RECEBIDO.
      *    Uma passada no arquivo inteiro; para na primeira linha
      *    que ja condena o arquivo
           MOVE RECEB-ARQUIVO TO NOME-ARQUIVO-RECEBIDO.
           MOVE ZEROS TO NUMERO-DA-LINHA.
           MOVE ZEROS TO QTDE-DETALHES.
           MOVE ZEROS TO TOTAL-DETALHES.
           SET SEM-HEADER TO TRUE.
           SET SEM-TRAILER TO TRUE.

           OPEN INPUT ARQUIVO-RECEBIDO.
           IF RECEBIDO-FILE-STATUS NOT = "00"
               MOVE "ARQUIVO NAO ENCONTRADO" TO MOTIVO-RECUSA
               SET CONFERENCIA-DIVERGIU TO TRUE
           ELSE
               MOVE "N" TO FINAL-RECEBIDO
               PERFORM LER-PROXIMA-LINHA-RECEBIDA
               PERFORM CONTA-LINHA-RECEBIDA
                   UNTIL FINAL-RECEBIDO = "S" OR CONFERENCIA-DIVERGIU
               CLOSE ARQUIVO-RECEBIDO
           END-IF.

       LER-PROXIMA-LINHA-RECEBIDA.
           MOVE SPACE TO LINHA-RECEBIDA.
           READ ARQUIVO-RECEBIDO NEXT RECORD
               AT END MOVE "S" TO FINAL-RECEBIDO.

       CONTA-LINHA-RECEBIDA.
           ADD 1 TO NUMERO-DA-LINHA.
           EVALUATE TRUE
               WHEN CTL-HEADER
                   PERFORM GUARDA-HEADER
               WHEN CTL-TRAILER
                   PERFORM GUARDA-TRAILER
               WHEN OTHER
                   PERFORM SOMA-LINHA-DE-DETALHE
           END-EVALUATE.
           PERFORM LER-PROXIMA-LINHA-RECEBIDA.

       GUARDA-HEADER.
           IF NUMERO-DA-LINHA NOT = 1
               MOVE "HEADER FORA DA PRIMEIRA LINHA" TO MOTIVO-RECUSA
               SET CONFERENCIA-DIVERGIU TO TRUE
           ELSE
               IF CTL-DATA NOT NUMERIC OR CTL-QTDE NOT NUMERIC
                   OR CTL-VALOR NOT NUMERIC
                   MOVE "HEADER COM CAMPO NAO NUMERICO"
                       TO MOTIVO-RECUSA
                   SET CONFERENCIA-DIVERGIU TO TRUE
               ELSE
                   SET HEADER-ACHADO TO TRUE
                   MOVE CTL-DATA TO HEADER-DATA
                   MOVE CTL-QTDE TO HEADER-QTDE
                   MOVE CTL-VALOR TO HEADER-VALOR
               END-IF
           END-IF.

       GUARDA-TRAILER.
           IF TRAILER-ACHADO
               MOVE "MAIS DE UM TRAILER NO ARQUIVO" TO MOTIVO-RECUSA
               SET CONFERENCIA-DIVERGIU TO TRUE
           ELSE
               IF CTL-DATA NOT NUMERIC OR CTL-QTDE NOT NUMERIC
                   OR CTL-VALOR NOT NUMERIC
                   MOVE "TRAILER COM CAMPO NAO NUMERICO"
                       TO MOTIVO-RECUSA
                   SET CONFERENCIA-DIVERGIU TO TRUE
               ELSE
                   SET TRAILER-ACHADO TO TRUE
                   MOVE CTL-DATA TO TRAILER-DATA
                   MOVE CTL-QTDE TO TRAILER-QTDE
                   MOVE CTL-VALOR TO TRAILER-VALOR
               END-IF
           END-IF.

       SOMA-LINHA-DE-DETALHE.
      *    Linha de detalhe depois do trailer e sinal de 2 arquivos
      *    emendados
           IF TRAILER-ACHADO
               MOVE "LINHA DE DETALHE DEPOIS DO TRAILER"
                   TO MOTIVO-RECUSA
               SET CONFERENCIA-DIVERGIU TO TRUE
           ELSE
               ADD 1 TO QTDE-DETALHES
               IF RECEB-VALOR-POSICAO > 0
                   PERFORM SOMA-VALOR-DA-LINHA
               END-IF
           END-IF.

       SOMA-VALOR-DA-LINHA.
      *    O campo e encostado a direita nas 2 decimais: campo com 1
      *    decimal (horas do relogio) para 1 posicao antes do fim.
      *    Linha cortada no meio do campo cai aqui como nao numerica
           MOVE ZEROS TO VALOR-LINHA-TEXTO.
           COMPUTE POSICAO-NO-TEXTO = 14 - RECEB-VALOR-TAMANHO
               - (2 - RECEB-VALOR-DECIMAIS).
           MOVE LINHA-RECEBIDA(RECEB-VALOR-POSICAO:RECEB-VALOR-TAMANHO)
               TO VALOR-LINHA-TEXTO(POSICAO-NO-TEXTO:
                   RECEB-VALOR-TAMANHO).
           IF VALOR-LINHA-TEXTO NOT NUMERIC
               MOVE "VALOR NAO NUMERICO EM LINHA DE DETALHE"
                   TO MOTIVO-RECUSA
               SET CONFERENCIA-DIVERGIU TO TRUE
               DISPLAY "    LINHA " NUMERO-DA-LINHA
                   " COM VALOR NAO NUMERICO"
           ELSE
               ADD VALOR-LINHA TO TOTAL-DETALHES
           END-IF.

       DEFINE-TOTAIS-DE-CONTROLE.
      *    Vale o trailer (fechado depois do ultimo detalhe); so o
      *    header tambem serve; sem nenhum dos 2 pergunta ao operador
           IF HEADER-ACHADO AND TRAILER-ACHADO
               IF HEADER-DATA NOT = TRAILER-DATA
                   OR HEADER-QTDE NOT = TRAILER-QTDE
                   OR HEADER-VALOR NOT = TRAILER-VALOR
                   MOVE "HEADER E TRAILER NAO CONFEREM ENTRE SI"
                       TO MOTIVO-RECUSA
                   SET CONFERENCIA-DIVERGIU TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN TRAILER-ACHADO
                   MOVE TRAILER-DATA TO CONTROLE-DATA
                   MOVE TRAILER-QTDE TO CONTROLE-QTDE
                   MOVE TRAILER-VALOR TO CONTROLE-VALOR
                   MOVE "R" TO ORIGEM-CONTROLE
               WHEN HEADER-ACHADO
                   MOVE HEADER-DATA TO CONTROLE-DATA
                   MOVE HEADER-QTDE TO CONTROLE-QTDE
                   MOVE HEADER-VALOR TO CONTROLE-VALOR
                   MOVE "R" TO ORIGEM-CONTROLE
               WHEN OTHER
                   PERFORM PEDE-TOTAIS-AO-OPERADOR
           END-EVALUATE.

           IF CONFERENCIA-BATEU AND CONTROLE-DATA = 0
               MOVE "CONTROLE SEM A DATA DO ARQUIVO" TO MOTIVO-RECUSA
               SET CONFERENCIA-DIVERGIU TO TRUE
           END-IF.

       PEDE-TOTAIS-AO-OPERADOR.
           DISPLAY "ARQUIVO " RECEB-ARQUIVO.
           DISPLAY "    CHEGOU SEM HEADER/TRAILER DE CONTROLE".
           DISPLAY "INFORME A QUANTIDADE DE REGISTROS ESPERADA:".
           MOVE ZEROS TO CONTROLE-QTDE.
           ACCEPT CONTROLE-QTDE.
           MOVE ZEROS TO CONTROLE-VALOR.
           IF RECEB-VALOR-POSICAO > 0
               DISPLAY "INFORME O VALOR TOTAL ESPERADO:"
               ACCEPT CONTROLE-VALOR
           END-IF.
           DISPLAY "INFORME A DATA DO ARQUIVO "
               "(AAAAMMDD, ENTER PARA HOJE):".
           MOVE ZEROS TO CONTROLE-DATA.
           ACCEPT CONTROLE-DATA.
           IF CONTROLE-DATA = 0
               MOVE DATA-EXECUCAO TO CONTROLE-DATA
           END-IF.
           MOVE "O" TO ORIGEM-CONTROLE.

       CONFERE-CARGA-ANTERIOR.
      *    O mesmo nome com a mesma data ja carregado e recusado;
      *    conferido e nao carregado (carga que caiu) pode voltar
           MOVE RECEB-ARQUIVO TO ARQREC-ARQUIVO.
           MOVE CONTROLE-DATA TO ARQREC-DATA-ARQUIVO.
           READ ARQUIVO-RECEBIMENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARQREC-CARREGADO
                       MOVE "ARQUIVO JA CARREGADO (MESMO NOME E DATA)"
                           TO MOTIVO-RECUSA
                       SET CONFERENCIA-DIVERGIU TO TRUE
                       DISPLAY "    CARREGADO EM " ARQREC-DATA-CARGA
                           " PELO " ARQREC-PROGRAMA
                   END-IF
           END-READ.

       COMPARA-TOTAIS-DE-CONTROLE.
           IF QTDE-DETALHES NOT = CONTROLE-QTDE
               MOVE "QUANTIDADE DE REGISTROS NAO CONFERE"
                   TO MOTIVO-RECUSA
               SET CONFERENCIA-DIVERGIU TO TRUE
               DISPLAY "    ESPERADOS " CONTROLE-QTDE
                   " - LIDOS " QTDE-DETALHES
           ELSE
               IF RECEB-VALOR-POSICAO > 0
                   AND TOTAL-DETALHES NOT = CONTROLE-VALOR
                   MOVE "VALOR TOTAL NAO CONFERE" TO MOTIVO-RECUSA
                   SET CONFERENCIA-DIVERGIU TO TRUE
                   DISPLAY "    ESPERADO " CONTROLE-VALOR
                       " - SOMADO " TOTAL-DETALHES
               END-IF
           END-IF.

       REGISTRA-ARQUIVO-CONFERIDO.
           MOVE SPACE TO ARQREC-REGISTRO.
           MOVE RECEB-ARQUIVO TO ARQREC-ARQUIVO.
           MOVE CONTROLE-DATA TO ARQREC-DATA-ARQUIVO.
           MOVE RECEB-PROGRAMA TO ARQREC-PROGRAMA.
           MOVE QTDE-DETALHES TO ARQREC-QTDE-REGISTROS.
           MOVE TOTAL-DETALHES TO ARQREC-VALOR-TOTAL.
           MOVE ORIGEM-CONTROLE TO ARQREC-ORIGEM-CONTROLE.
           SET ARQREC-CONFERIDO TO TRUE.
           MOVE DATA-EXECUCAO TO ARQREC-DATA-CONFERENCIA.
           MOVE ZEROS TO ARQREC-DATA-CARGA.
           WRITE ARQREC-REGISTRO
               INVALID KEY
                   PERFORM REGRAVA-ARQUIVO-CONFERIDO
           END-WRITE.

       REGRAVA-ARQUIVO-CONFERIDO.
           REWRITE ARQREC-REGISTRO
               INVALID KEY
                   MOVE "ERRO AO REGISTRAR O ARQUIVO CONFERIDO"
                       TO MOTIVO-RECUSA
                   SET CONFERENCIA-DIVERGIU TO TRUE
           END-REWRITE.

       REGISTRA-CARGA-DO-ARQUIVO.
           MOVE RECEB-ARQUIVO TO ARQREC-ARQUIVO.
           MOVE RECEB-DATA-ARQUIVO TO ARQREC-DATA-ARQUIVO.
           READ ARQUIVO-RECEBIMENTO
               INVALID KEY
                   SET RECEB-RECUSADO TO TRUE
               NOT INVALID KEY
                   SET ARQREC-CARREGADO TO TRUE
                   MOVE DATA-EXECUCAO TO ARQREC-DATA-CARGA
                   REWRITE ARQREC-REGISTRO
                       INVALID KEY
                           SET RECEB-RECUSADO TO TRUE
                       NOT INVALID KEY
                           SET RECEB-LIBERADO TO TRUE
                   END-REWRITE
           END-READ.
