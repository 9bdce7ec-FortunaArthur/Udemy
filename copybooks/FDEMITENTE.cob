      *    FDEMITENTE.cob - Layout do Registro de Dados do Emitente
      *    EMITENTE-SERIE-NFE e a serie das notas emitidas pelo
      *    faturamento noturno; o numero da nota sai do registro
      *    "NFE" + serie em controle_numeracao.dat.
       FD ARQUIVO-EMITENTE.

       01  EMITENTE-REGISTRO.
           05 EMITENTE-CNPJ PIC 9(14).
           05 EMITENTE-INSCRICAO-ESTADUAL PIC X(14).
           05 EMITENTE-RAZAO-SOCIAL PIC X(40).
           05 EMITENTE-UF PIC X(2).
           05 EMITENTE-SERIE-NFE PIC 9(3).
