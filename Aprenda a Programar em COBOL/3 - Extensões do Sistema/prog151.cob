      *    ressuscitado pela rodada e voltava pra folha do PROG74;
      *    agora o afastamento encerra, a situacao fica como esta e
      *    a anomalia sai na listagem da manha.
      *    As datas passaram a ter ano de 4 digitos (AAAAMMDD, e os
      *    meses AAAAMM), sem palpite de seculo e sem ordenacao errada
      *    na virada do seculo; os arquivos gravados no layout antigo
      *    sao convertidos pelos PROG228 a PROG308.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FIM-VARREDURA PIC X.

       01  DATA-EXECUCAO.
           05 DATA-EXECUCAO-AA PIC 9(4).
           05 DATA-EXECUCAO-MM PIC 99.
           05 DATA-EXECUCAO-DD PIC 99.

       01  DATA-EXECUCAO-AAMM-V REDEFINES DATA-EXECUCAO.
           05 DATA-EXECUCAO-AAMM PIC 9(6).
           05 FILLER PIC 99.

       01  DATA-PREVISTA-DESMONTADA.
           05 PREVISTA-AA PIC 9(4).
           05 PREVISTA-MM PIC 99.
           05 PREVISTA-DD PIC 99.

       01  DATA-INICIO-DESMONTADA.
           05 INICIO-AA PIC 9(4).
           05 INICIO-MM PIC 99.
           05 INICIO-DD PIC 99.

           88 HOJE-E-DIA-UTIL VALUE "S".
           88 HOJE-NAO-E-DIA-UTIL VALUE "N".

       01  DIA-UTIL-ANTERIOR PIC 9(8) VALUE 0.

       01  TOTAL-REATIVADOS PIC 9(6) VALUE 0.
       01  TOTAL-COM-ATRASO PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

           ACCEPT DATA-EXECUCAO FROM DATE YYYYMMDD.

           CALL "PROG88" USING DATA-EXECUCAO CAL-RESULTADO-FLAG
               DIA-UTIL-ANTERIOR.
