      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    BOOK........: TRF01113
      *    PROGRAMADOR.: ARI BORGES
      *    ANALISTA....: ARI BORGES                                   *
      *    DATA........: 15/10/2026                                   *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   LAYOUT DO ARQUIVO DE CONTROLE DE            *
      *                    TRANSFERENCIA DE ESCRITORIO (ARQTRF01): UMA *
      *                    LINHA POR ESCRITORIO FECHADO OU INCORPORADO *
      *                    COM O CODIGO ANTIGO, O CODIGO DO ESCRITORIO *
      *                    QUE RECEBE O PESSOAL, A DATA EFETIVA        *
      *                    (AAAAMMDD) E O MOTIVO EM TEXTO LIVRE PARA O *
      *                    RELATORIO. SEPARADOR ';'. LRECL = 80.       *
      *----------------------------------------------------------------*
      *    UTILIZADO POR.: EXER0113                                   *
      *----------------------------------------------------------------*
      *
       01 ARQTRF01-REG-TRANSFERENCIA.
          05 ARQTRF01-COD-ESCRT-ANT   PIC  X(004).
          05 FILLER                   PIC  X(001).
          05 ARQTRF01-COD-ESCRT-NOVO  PIC  X(004).
          05 FILLER                   PIC  X(001).
          05 ARQTRF01-DAT-EFETIVA     PIC  9(008).
          05 FILLER                   PIC  X(001).
          05 ARQTRF01-MOTIVO          PIC  X(040).
          05 FILLER                   PIC  X(021).
      *
