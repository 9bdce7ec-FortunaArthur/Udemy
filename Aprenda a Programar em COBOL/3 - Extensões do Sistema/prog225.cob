       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG225.
      *    Sub-rotina de Expansao de Datas para Ano com 4 Digitos
      *    Centraliza, no mesmo molde do PROG166, a regra do seculo
      *    usada pelos programas de conversao dos arquivos para o
      *    layout com ano de 4 digitos: recebe a data do layout
      *    antigo e devolve a mesma data com o ano completo.
      *    - D: data AAMMDD -> AAAAMMDD, pela janela de seculo;
      *    - N: data AAMMDD que nunca esta no futuro (nascimento,
      *      admissao): fica no seculo de hoje, ou no anterior se
      *      assim cairia depois de hoje;
      *    - M: mes AAMM -> AAAAMM, pela janela de seculo;
      *    - A: ano AA sozinho (data gravada em partes) -> AAAA, pela
      *      janela de seculo; aqui 00 e o ano 2000, nao ano vazio.
      *    Janela de seculo: AA menor que 50 e 20AA, senao 19AA.
      *    Data zerada (nao informada) continua zerada e o "sem
      *    prazo" todo em 9 continua todo em 9, no tamanho novo; data
      *    em branco (campo que nunca foi preenchido) volta zerada.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  DATA-HOJE PIC 9(8).
       01  DATA-HOJE-PARTES REDEFINES DATA-HOJE.
           05 HOJE-AAAA PIC 9(4).
           05 HOJE-MMDD PIC 9(4).

       01  DATA-CURTA-PARTES.
           05 CURTA-AA PIC 99.
           05 CURTA-MMDD PIC 9(4).
       01  MES-CURTO-PARTES REDEFINES DATA-CURTA-PARTES.
           05 FILLER PIC 99.
           05 MES-CURTO-AA PIC 99.
           05 MES-CURTO-MM PIC 99.

       01  ANO-CURTO PIC 99.
       01  SECULO-DE-HOJE PIC 99.
       01  ANO-EXPANDIDO PIC 9(4).
       01  ANO-PIVO-DA-JANELA PIC 99 VALUE 50.

       LINKAGE SECTION.

       01  EXPANDE-TIPO PIC X.
           88 EXPANDE-DATA VALUE "D".
           88 EXPANDE-DATA-PASSADA VALUE "N".
           88 EXPANDE-MES VALUE "M".
           88 EXPANDE-ANO VALUE "A".
       01  EXPANDE-CURTA PIC 9(6).
       01  EXPANDE-LONGA PIC 9(8).

       PROCEDURE DIVISION USING EXPANDE-TIPO EXPANDE-CURTA
           EXPANDE-LONGA.
       PROGRAM-BEGIN.
           MOVE ZEROS TO EXPANDE-LONGA.
           IF EXPANDE-CURTA NOT NUMERIC
               GO TO PROGRAM-DONE
           END-IF.
           MOVE EXPANDE-CURTA TO DATA-CURTA-PARTES.

           EVALUATE TRUE
               WHEN EXPANDE-DATA
               WHEN EXPANDE-DATA-PASSADA
                   PERFORM EXPANDE-DATA-COMPLETA
               WHEN EXPANDE-MES
                   PERFORM EXPANDE-MES-DO-ANO
               WHEN EXPANDE-ANO
                   PERFORM EXPANDE-ANO-SOZINHO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROGRAM-DONE.
           GOBACK.

       EXPANDE-DATA-COMPLETA.
           IF EXPANDE-CURTA = 999999
               MOVE 99999999 TO EXPANDE-LONGA
           ELSE
               IF EXPANDE-CURTA > 0
                   MOVE CURTA-AA TO ANO-CURTO
                   PERFORM ESCOLHE-SECULO
                   COMPUTE EXPANDE-LONGA =
                       ANO-EXPANDIDO * 10000 + CURTA-MMDD
               END-IF
           END-IF.

       EXPANDE-MES-DO-ANO.
           IF EXPANDE-CURTA = 9999
               MOVE 999999 TO EXPANDE-LONGA
           ELSE
               IF EXPANDE-CURTA > 0
                   MOVE MES-CURTO-AA TO ANO-CURTO
                   PERFORM ESCOLHE-SECULO
                   COMPUTE EXPANDE-LONGA =
                       ANO-EXPANDIDO * 100 + MES-CURTO-MM
               END-IF
           END-IF.

       EXPANDE-ANO-SOZINHO.
           MOVE EXPANDE-CURTA TO ANO-CURTO.
           PERFORM ESCOLHE-SECULO.
           MOVE ANO-EXPANDIDO TO EXPANDE-LONGA.

       ESCOLHE-SECULO.
           IF EXPANDE-DATA-PASSADA
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               DIVIDE HOJE-AAAA BY 100 GIVING SECULO-DE-HOJE
               COMPUTE ANO-EXPANDIDO = SECULO-DE-HOJE * 100 + ANO-CURTO
               IF ANO-EXPANDIDO > HOJE-AAAA
                   SUBTRACT 100 FROM ANO-EXPANDIDO
               END-IF
           ELSE
               IF ANO-CURTO < ANO-PIVO-DA-JANELA
                   COMPUTE ANO-EXPANDIDO = 2000 + ANO-CURTO
               ELSE
                   COMPUTE ANO-EXPANDIDO = 1900 + ANO-CURTO
               END-IF
           END-IF.
