      *    contracheques do PROG75 e a remessa do PROG76 rodam sem
      *    mexer em nada - e o arquivo e regravado do zero, como no
      *    fechamento mensal.
      *
      *    HISTORICO DE ALTERACOES
      *    A linha de aprovacao PENDENTE passou a levar o tipo
      *    (Decimo terceiro) e o mes da rodada: e com eles que a
      *    aprovacao do PROG154 anexa a parcela ao
      *    historico_folha.dat.
      *    A linha da folha do 13o sai com o retroativo de reajuste
      *    (FOLHA-VALOR-RETROATIVO) zerado: retroativo so entra na
      *    folha Mensal. O mesmo vale pro adiantamento quinzenal
      *    e pra parcela de emprestimo, que so o fechamento Mensal
      *    desconta.
      *    A pensao alimenticia das ordens judiciais
      *    (FOLHA-DESCONTO-PENSAO) tambem sai zerada no 13o: so o
      *    fechamento Mensal aplica as ordens.
      *    A parte do funcionario nos vales-transporte e refeicao
      *    tambem sai zerada no 13o: os vales sao do mes trabalhado.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    A rodada passou a exigir o sign-on do PROG83, e a
      *    linha PENDENTE de folha_aprovacao.dat leva o operador que
      *    fechou (APRV-OPERADOR-FECHAMENTO) e a hora: e com ele que
      *    a conferencia de segregacao de funcoes do PROG316 aponta
      *    quem aprovou no PROG154 a folha que ele mesmo fechou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FINAL-ARQUIVO PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-ADMISSAO-DESMONTADA.
           05 ADMISSAO-AA PIC 9(4).
           05 ADMISSAO-MM PIC 99.
           05 ADMISSAO-DD PIC 99.

      *    As mesmas faixas do fechamento mensal, carregadas de
      *    faixas_descontos.dat pela sub-rotina PROG153 na vigencia
      *    em vigor pra data da rodada
       01  DATA-REFERENCIA-FAIXAS PIC 9(8).

       01  CARGA-PREV-FLAG PIC X VALUE "N".
           88 PREVIDENCIA-CARREGADA VALUE "S".
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  OPERADOR-ID PIC X(10).

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "DECIMO".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - RODADA ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           DISPLAY "QUAL PARCELA DO 13O? (1/2):".
           ACCEPT PARCELA-ESCOLHIDA.
           PERFORM GRAVA-STATUS-EXECUCAO.

       PROGRAM-DONE.
      *    Fecha a sessao na trilha (sub-rotina irma do sign-on);
      *    toda saida da rodada passa por aqui
           IF OPERADOR-ACEITO
               CALL "PROG163" USING OPERADOR-ID
                   PROGRAMA-DO-SIGNON
           END-IF.
           STOP RUN.

       MARCA-APROVACAO-PENDENTE.
           SET APROVACAO-PENDENTE TO TRUE.
           MOVE DATA-EXECUCAO TO APRV-DATA.
           MOVE SPACES TO APRV-OPERADOR.
           SET APRV-FOLHA-DECIMO TO TRUE.
           COMPUTE APRV-MES-FOLHA = DATA-EXECUCAO-AA * 100
               + DATA-EXECUCAO-MM.
           MOVE "N" TO APRV-HISTORICO.
           MOVE OPERADOR-ID TO APRV-OPERADOR-FECHAMENTO.
           ACCEPT APRV-HORA FROM TIME.
           WRITE LINHA-APROVACAO-FOLHA.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

           MOVE BRUTO-DA-PARCELA TO FOLHA-SALARIO-BRUTO.
           MOVE ZEROS TO FOLHA-VALOR-HORAS-EXTRAS.
           MOVE ZEROS TO FOLHA-VALOR-COMISSAO.
           MOVE ZEROS TO FOLHA-VALOR-RETROATIVO.
           MOVE ZEROS TO FOLHA-SALARIO-FAMILIA.
           MOVE ZEROS TO FOLHA-DEDUCAO-DEPENDENTES.
           MOVE ZEROS TO FOLHA-DESCONTO-AJUSTES.
           MOVE ZEROS TO FOLHA-DESCONTO-ADIANTAMENTO.
           MOVE ZEROS TO FOLHA-DESCONTO-EMPRESTIMO.
           MOVE ZEROS TO FOLHA-DESCONTO-PENSAO.
           MOVE ZEROS TO FOLHA-DESCONTO-VALE-TRANSPORTE.
           MOVE ZEROS TO FOLHA-DESCONTO-VALE-REFEICAO.
           MOVE DESCONTO-PREVIDENCIA TO FOLHA-DESCONTO-PREVIDENCIA.
           MOVE DESCONTO-IMPOSTO TO FOLHA-DESCONTO-IMPOSTO.
           MOVE VALOR-DA-PARCELA TO FOLHA-SALARIO-LIQUIDO.
