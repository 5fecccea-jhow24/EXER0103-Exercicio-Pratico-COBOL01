      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: RRH01112
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO ARQUIVO DE RETORNO DO SISTEMA DE  *
      *                    NOTIFICACAO DE RH (ARQRRH01): UMA LINHA POR *
      *                    EVENTO DE ARQNOT01 RECONHECIDO PELO RH, COM *
      *                    O NUMERO E A SITUACAO DO CHAMADO ABERTO     *
      *                    PARA O FUNCIONARIO E A DATA DO RETORNO      *
      *                    (AAAAMMDD). SEPARADOR ';' COMO NA           *
      *                    INTERFACE DE IDA. LRECL = 50.               *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0112                                   *
      *----------------------------------------------------------------*
      *
       01 ARQRRH01-REG-RETORNO.
          05 ARQRRH01-NR-MATR         PIC  9(008).
          05 FILLER                   PIC  X(001).
          05 ARQRRH01-TIP-EVENTO      PIC  X(010).
          05 FILLER                   PIC  X(001).
          05 ARQRRH01-NR-CHAMADO      PIC  X(012).
          05 FILLER                   PIC  X(001).
          05 ARQRRH01-STA-CHAMADO     PIC  X(001).
             88 ARQRRH01-CHAMADO-ABERTO        VALUE 'A'.
             88 ARQRRH01-CHAMADO-ANDAMENTO     VALUE 'P'.
             88 ARQRRH01-CHAMADO-FECHADO       VALUE 'F'.
             88 ARQRRH01-CHAMADO-VALIDO        VALUE 'A' 'P' 'F'.
          05 FILLER                   PIC  X(001).
          05 ARQRRH01-DAT-RETORNO     PIC  9(008).
          05 FILLER                   PIC  X(007).
      *
