      *    Programa do Relatorio Mensal de Sessoes de Operador
      *    Le sessoes_operadores.dat (gravado pelo sign-on do PROG83
      *    e pelo sign-off do PROG163) e fecha o mes informado
      *    (AAAAMM): cada linha do mes e os totais por evento -
      *    sign-ons aceitos, sign-offs, senhas erradas, tentativas
      *    com operador travado, rejeitados e trocas de senha. E o
      *    fechamento que mostra quem tentou entrar onde, e quantas
      *    vezes errou antes de conseguir.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    As viradas do cadastro que o PROG82 passou a anexar na
      *    trilha (novo, inativado, reativado, destravado, excluido)
      *    saem nas linhas do mes e somam num total proprio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.

       01  FINAL-ARQUIVO PIC X.
       01  MES-APURADO PIC 9(6).

       01  DATA-SESSAO-DESMONTADA.
           05 SESSAO-MES-AAMM PIC 9(6).
           05 SESSAO-DIA PIC 99.

       01  TOTAL-NO-MES PIC 9(6) VALUE 0.
       01  TOTAL-TRAVADOS PIC 9(6) VALUE 0.
       01  TOTAL-REJEITADOS PIC 9(6) VALUE 0.
       01  TOTAL-TROCAS PIC 9(6) VALUE 0.
       01  TOTAL-VIRADAS-CADASTRO PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           DISPLAY "INFORME O MES DO FECHAMENTO (AAAAMM):".
           ACCEPT MES-APURADO.

           OPEN INPUT ARQUIVO-SESSAO.
               TOTAL-TRAVADOS.
           DISPLAY "OPERADORES REJEITADOS: " TOTAL-REJEITADOS.
           DISPLAY "TROCAS DE SENHA: " TOTAL-TROCAS.
           DISPLAY "VIRADAS NO CADASTRO DE OPERADORES: "
               TOTAL-VIRADAS-CADASTRO.

       PROGRAM-DONE.
           STOP RUN.
                       ADD 1 TO TOTAL-REJEITADOS
                   WHEN SESSAO-TROCA-SENHA
                       ADD 1 TO TOTAL-TROCAS
                   WHEN SESSAO-CADASTRO-NOVO
                   WHEN SESSAO-CADASTRO-INATIVADO
                   WHEN SESSAO-CADASTRO-REATIVADO
                   WHEN SESSAO-CADASTRO-DESTRAVADO
                   WHEN SESSAO-CADASTRO-EXCLUIDO
                       ADD 1 TO TOTAL-VIRADAS-CADASTRO
               END-EVALUATE
           END-IF.
           PERFORM LER-PROXIMA-SESSAO.
