       PROGRAM-ID. PROG166.
      *    Sub-rotina de Consulta de Periodo Fechado
      *    Centraliza a pergunta "essa data cai em mes ja fechado?",
      *    no mesmo molde do PROG88: recebe uma data (AAAAMMDD),
      *    confere o AAAAMM dela em periodos_fechados.dat (gravado
      *    pelo fechamento do PROG165) e devolve Fechado ou Aberto.
      *    Quem chamou decide: recusar o lancamento, ou aceitar por
      *    liberacao de supervisor com linha de auditoria.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  PERIODO-FILE-STATUS PIC X(2).

       01  DATA-CONSULTADA-PARTES.
           05 CONSULTA-AAMM PIC 9(6).
           05 CONSULTA-DD PIC 99.

       LINKAGE SECTION.

       01  CONSULTA-DATA PIC 9(8).
       01  CONSULTA-RESULTADO PIC X.
           88 PERIODO-FECHADO VALUE "F".
           88 PERIODO-ABERTO VALUE "A".
