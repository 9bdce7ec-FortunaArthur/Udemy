      *    folha propria, regravada do zero no primeiro pagamento da
      *    rodada (como a parcela do 13o do PROG149) e com os
      *    pagamentos seguintes da mesma rodada anexados nela.
      *    A linha de aprovacao PENDENTE passou a levar o tipo
      *    (Ferias) e o mes do pagamento: e com eles que a aprovacao
      *    do PROG154 anexa as ferias ao historico_folha.dat.
      *    A linha da folha de ferias sai com o retroativo de
      *    reajuste (FOLHA-VALOR-RETROATIVO) zerado: retroativo so
      *    entra na folha Mensal. O mesmo vale pro adiantamento
      *    quinzenal e pra parcela de emprestimo, que so o
      *    fechamento Mensal desconta.
      *    A pensao alimenticia das ordens judiciais
      *    (FOLHA-DESCONTO-PENSAO) tambem sai zerada nas ferias: so
      *    o fechamento Mensal aplica as ordens.
      *    A parte do funcionario nos vales-transporte e refeicao
      *    tambem sai zerada nas ferias: so o fechamento Mensal
      *    desconta os vales do mes.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.
      *    A agenda passou a exigir o sign-on do PROG83, e a linha
      *    PENDENTE de folha_aprovacao.dat do pagamento leva o
      *    operador que pagou (APRV-OPERADOR-FECHAMENTO) e a hora: e
      *    com ele que a conferencia de segregacao de funcoes do
      *    PROG316 aponta quem aprovou no PROG154 as ferias que ele
      *    mesmo pagou.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FIM-VARREDURA PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-ADMISSAO-DESMONTADA.
           05 ADMISSAO-AA PIC 9(4).
           05 ADMISSAO-MM PIC 99.
           05 ADMISSAO-DD PIC 99.

       01  DATA-INICIO-DESMONTADA.
           05 INICIO-AA PIC 9(4).
           05 INICIO-MM PIC 99.
           05 INICIO-DD PIC 99.

       01  DIAS-JA-GOZADOS PIC 9(4).

       01  CODIGO-INFORMADO PIC 9(4).
       01  INICIO-INFORMADO PIC 9(8).
       01  DIAS-INFORMADOS PIC 9(2).
       01  VALOR-DAS-FERIAS PIC 9(6)V99.
       01  DIAS-SOMADOS PIC 9(4).
           88 EXECUCAO-SEM-ERRO VALUE "S".
           88 EXECUCAO-COM-ERRO VALUE "N".

       01  OPERADOR-ID PIC X(10).

       01  SIGNON-RESULTADO-FLAG PIC X VALUE "N".
           88 OPERADOR-ACEITO VALUE "S".
           88 OPERADOR-REJEITADO VALUE "N".

       01  SIGNON-EXCLUSAO-FLAG PIC X VALUE "N".
       01  SIGNON-DADOS-FLAG PIC X VALUE "N".

       01  PROGRAMA-DO-SIGNON PIC X(6) VALUE "FERIAS".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           COMPUTE DIAS-HOJE = DATA-EXECUCAO-AA * 360
               + DATA-EXECUCAO-MM * 30 + DATA-EXECUCAO-DD.

           DISPLAY "INFORME SEU CODIGO DE OPERADOR:".
           ACCEPT OPERADOR-ID.

           CALL "PROG83" USING OPERADOR-ID SIGNON-RESULTADO-FLAG
               SIGNON-EXCLUSAO-FLAG SIGNON-DADOS-FLAG
               PROGRAMA-DO-SIGNON.
           IF OPERADOR-REJEITADO
               DISPLAY "OPERADOR " OPERADOR-ID " NAO CADASTRADO OU "
                   "INATIVO - AGENDA ENCERRADA"
               SET EXECUCAO-COM-ERRO TO TRUE
               PERFORM GRAVA-STATUS-EXECUCAO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN I-O ARQUIVO-FERIAS.
           OPEN I-O ARQUIVO-AFASTAMENTO.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AFASTAMENTO.
           CLOSE ARQUIVO-FUNCIONARIO.

      *    Fecha a sessao na trilha (sub-rotina irma do sign-on)
           CALL "PROG163" USING OPERADOR-ID PROGRAMA-DO-SIGNON.

       PROGRAM-DONE.
           GOBACK.

           END-IF.

       CAPTURA-PERIODO-E-GRAVA.
           DISPLAY "Informe a Data de Inicio (AAAAMMDD):".
           ACCEPT INICIO-INFORMADO.
           DISPLAY "Informe a Quantidade de Dias (1-30):".
           ACCEPT DIAS-INFORMADOS.
       PAGA-FERIAS.
           DISPLAY "Informe o Codigo do Funcionario:".
           ACCEPT CODIGO-INFORMADO.
           DISPLAY "Informe a Data de Inicio das Ferias (AAAAMMDD):".
           ACCEPT INICIO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FERIAS-FUNCIONARIO.
           MOVE INICIO-INFORMADO TO FERIAS-DATA-INICIO.
           MOVE VALOR-DAS-FERIAS TO FOLHA-SALARIO-BRUTO.
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
           MOVE ZEROS TO FOLHA-DESCONTO-PREVIDENCIA.
           MOVE ZEROS TO FOLHA-DESCONTO-IMPOSTO.
           MOVE VALOR-DAS-FERIAS TO FOLHA-SALARIO-LIQUIDO.
           SET APROVACAO-PENDENTE TO TRUE.
           MOVE ZEROS TO APRV-DATA.
           MOVE SPACES TO APRV-OPERADOR.
           SET APRV-FOLHA-FERIAS TO TRUE.
           COMPUTE APRV-MES-FOLHA = DATA-EXECUCAO-AA * 100
               + DATA-EXECUCAO-MM.
           MOVE "N" TO APRV-HISTORICO.
           MOVE OPERADOR-ID TO APRV-OPERADOR-FECHAMENTO.
           ACCEPT APRV-HORA FROM TIME.
           WRITE LINHA-APROVACAO-FOLHA.
           CLOSE ARQUIVO-APROVACAO-FOLHA.

